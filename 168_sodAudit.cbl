      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregation-of-duties audit. Maker-checker guards
      *          student-master changes, but nothing looked across the
      *          other desks for one operator on both sides of a
      *          transaction. This periodic job cross-reads the audit
      *          trails into one list of operator duties - fee receipts
      *          on FEELEDGR.DAT (FL-OPERATOR-ID), concession requests
      *          and approvals on the CONCDESK register CONCPEND.DAT,
      *          master changes on STDCHG.AUD, marks corrections on
      *          MARKS.AUD, overrides authorised on OVERRIDE.DAT and,
      *          from SESSJRNL.DAT, the operator signed on to the
      *          program that used each override that day and every
      *          sign-on to any other desk - and SORTs it by operator.
      *          Each conflicting-duty rule on SODRULES.DAT (the
      *          built-in rules below without one) names two duties
      *          and whether they conflict only for the same student
      *          or for the same operator at all; a duty that is a
      *          program sign-on names no student, so its rules are
      *          always checked per operator. Every violation is
      *          printed on SODVIOL.RPT with each record involved, for
      *          the auditors. Ends RC 4 when anything is found.
      *          Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SODAUDIT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SOD-RULE-FILE ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CONCESSION-QUEUE ASSIGN TO "CONCPEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT CHANGE-AUDIT-FILE ASSIGN TO "STDCHG.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGAUD-STATUS.
           SELECT MARKS-AUDIT-TRAIL ASSIGN TO "MARKS.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT SESSION-JOURNAL ASSIGN TO "SESSJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT VIOLATION-REPORT ASSIGN TO "SODVIOL.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Duty codes: RECEIPT (fee payment taken), CONCREQ / CONCAPPR
      * (concession requested / approved), MSTCHG (master change
      * applied), MARKCORR (marks corrected), OVRAUTH / OVRUSE
      * (override authorised / used). Any other code is a program
      * id, the duty being a sign-on to that desk.
       FD  SOD-RULE-FILE.
       01 SOD-RULE-RECORD.
           05 SR-RULE-ID      PIC X(04).
           05 SR-DUTY-A       PIC X(08).
           05 SR-DUTY-B       PIC X(08).
           05 SR-SCOPE        PIC X(01).
               88 SR-SAME-STUDENT  VALUE 'S'.
               88 SR-SAME-OPERATOR VALUE 'O'.
           05 SR-DESCRIPTION  PIC X(35).

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  CONCESSION-QUEUE.
       01 CONCESSION-QUEUE-RECORD.
           05 CN-STU-NO       PIC 9(05).
           05 CN-REQ-DATE     PIC 9(08).
           05 CN-AMOUNT       PIC 9(07)V9(02).
           05 CN-REASON       PIC X(20).
           05 CN-REQ-OPERATOR PIC X(08).
           05 CN-STATUS       PIC X(01).
               88 CN-PENDING     VALUE 'P'.
               88 CN-APPROVED    VALUE 'A'.
               88 CN-REJECTED    VALUE 'R'.
           05 CN-DEC-OPERATOR PIC X(08).
           05 CN-DEC-DATE     PIC 9(08).

       FD  CHANGE-AUDIT-FILE.
       01 CHANGE-AUDIT-RECORD.
           05 CHG-STU-NO       PIC 9(05).
           05 CHG-DATE         PIC 9(08).
           05 CHG-TIME         PIC 9(08).
           05 CHG-TXN-TYPE     PIC X(01).
           05 CHG-OPERATOR-ID  PIC X(08).
           05 CHG-BEFORE-IMAGE PIC X(59).
           05 CHG-AFTER-IMAGE  PIC X(59).

       FD  MARKS-AUDIT-TRAIL.
       01 MARKS-AUDIT-LINE.
           05 AUD-STU-NO         PIC 9(05).
           05 FILLER             PIC X(02).
           05 AUD-MARKS-BEFORE   PIC 9(03).
           05 FILLER             PIC X(02).
           05 AUD-MARKS-AFTER    PIC 9(03).
           05 FILLER             PIC X(02).
           05 AUD-REASON         PIC X(20).
           05 AUD-TXN-TYPE       PIC X(01).
           05 AUD-SUBJ-CODE      PIC X(04).
           05 AUD-DERIVED-PCT    PIC 9(03)V9(02).
           05 AUD-DERIVED-GPA    PIC 9(02)V9(02).
           05 AUD-OPERATOR-ID    PIC X(08).

       FD  OVERRIDE-FILE.
           COPY OVERRIDR.

       FD  SESSION-JOURNAL.
           COPY SESSJRNR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  VIOLATION-REPORT.
       01 VIOLATION-LINE      PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-OPERATOR     PIC X(08).
           05 SW-STU-NO       PIC 9(05).
           05 SW-DUTY         PIC X(08).
           05 SW-DATE         PIC 9(08).
           05 SW-DETAIL       PIC X(44).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-RULE-STATUS     PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-QUEUE-STATUS    PIC X(02) VALUE '00'.
       01 WS-CHGAUD-STATUS   PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS    PIC X(02) VALUE '00'.
       01 WS-OVERRIDE-STATUS PIC X(02) VALUE '00'.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-DUTY-COUNT      PIC 9(07) VALUE ZERO.
       01 WS-VIOLATION-COUNT PIC 9(05) VALUE ZERO.
       01 WS-DROPPED-COUNT   PIC 9(05) VALUE ZERO.
      * The conflicting-duty rules.
       01 WS-RULE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES INDEXED BY RU-INDEX.
               10 WS-RU-ID        PIC X(04).
               10 WS-RU-DUTY-A    PIC X(08).
               10 WS-RU-DUTY-B    PIC X(08).
               10 WS-RU-SCOPE     PIC X(01).
               10 WS-RU-DESC      PIC X(35).
               10 WS-RU-HITS      PIC 9(05).
       01 WS-WANTED-DUTY     PIC X(08).
       01 WS-WANTED-FLAG     PIC X(01).
           88 DUTY-IS-WANTED   VALUE 'Y'.
      * Overrides consumed, waiting for the operator signed on to
      * the consuming program that day.
       01 WS-OVR-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 2000 TIMES INDEXED BY OV-INDEX.
               10 WS-OVR-STU-NO   PIC 9(05).
               10 WS-OVR-GATE     PIC X(08).
               10 WS-OVR-DATE     PIC 9(08).
               10 WS-OVR-PROGRAM  PIC X(08).
               10 WS-OVR-OPERATOR PIC X(08).
               10 WS-OVR-TIME     PIC 9(08).
      * One operator's duties at a time, from the sorted list.
       01 WS-CURR-OPERATOR   PIC X(08) VALUE SPACES.
       01 WS-GROUP-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-GROUP-FULL-FLAG PIC X(01) VALUE 'N'.
           88 GROUP-TABLE-FULL VALUE 'Y'.
       01 WS-GROUP-TABLE.
           05 WS-GR-ENTRY OCCURS 3000 TIMES INDEXED BY GR-INDEX.
               10 WS-GR-STU-NO    PIC 9(05).
               10 WS-GR-DUTY      PIC X(08).
               10 WS-GR-DATE      PIC 9(08).
               10 WS-GR-DETAIL    PIC X(44).
       01 WS-SCAN-INDEX      PIC 9(04).
       01 WS-STU-FIRST       PIC 9(04).
       01 WS-STU-LAST        PIC 9(04).
       01 WS-CURR-STU-NO     PIC 9(05).
       01 WS-A-COUNT         PIC 9(04).
       01 WS-B-COUNT         PIC 9(04).
       01 WS-WORK-SCOPE      PIC X(01).
           88 CHECK-PER-STUDENT VALUE 'S'.
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-COUNT       PIC ZZZZ9.
       01 WS-RPT-STU-NO      PIC 9(05).
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
           PERFORM LOAD-SOD-RULES.
           OPEN OUTPUT VIOLATION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-OPERATOR
               ON ASCENDING KEY SW-STU-NO
               ON ASCENDING KEY SW-DUTY
               ON ASCENDING KEY SW-DATE
               INPUT PROCEDURE IS GATHER-OPERATOR-DUTIES
               OUTPUT PROCEDURE IS CHECK-OPERATOR-DUTIES.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE VIOLATION-REPORT.
           DISPLAY 'SEGREGATION-OF-DUTIES AUDIT - DUTIES READ : '
               WS-DUTY-COUNT ' VIOLATIONS : ' WS-VIOLATION-COUNT.
           IF WS-VIOLATION-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
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
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.

       LOAD-SOD-RULES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SOD-RULE-FILE.
           IF WS-RULE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SOD-RULE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RULE-COUNT < 50
                               AND SR-DUTY-A NOT = SPACES
                               AND SR-DUTY-B NOT = SPACES
                               ADD 1 TO WS-RULE-COUNT
                               SET RU-INDEX TO WS-RULE-COUNT
                               PERFORM STORE-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOD-RULE-FILE
           END-IF.
           IF WS-RULE-COUNT = ZERO
               DISPLAY 'NO SODRULES.DAT - BUILT-IN CONFLICT RULES USED'
               PERFORM LOAD-DEFAULT-RULES
           END-IF.

       STORE-RULE.
           MOVE SR-RULE-ID TO WS-RU-ID (RU-INDEX).
           MOVE SR-DUTY-A TO WS-RU-DUTY-A (RU-INDEX).
           MOVE SR-DUTY-B TO WS-RU-DUTY-B (RU-INDEX).
           MOVE SR-SCOPE TO WS-RU-SCOPE (RU-INDEX).
           IF NOT SR-SAME-STUDENT
               MOVE 'O' TO WS-RU-SCOPE (RU-INDEX)
           END-IF.
           MOVE SR-DESCRIPTION TO WS-RU-DESC (RU-INDEX).
           MOVE ZERO TO WS-RU-HITS (RU-INDEX).

       LOAD-DEFAULT-RULES.
           MOVE 'R001RECEIPT CONCAPPRSRECEIPTS AND APPROVES CONCESSION'
               TO SOD-RULE-RECORD.
           PERFORM STORE-DEFAULT-RULE.
           MOVE 'R002CONCREQ CONCAPPRSREQUESTS AND APPROVES CONCESSION'
               TO SOD-RULE-RECORD.
           PERFORM STORE-DEFAULT-RULE.
           MOVE 'R003QMARKENTMARKCORROENTERS AND CORRECTS MARKS'
               TO SOD-RULE-RECORD.
           PERFORM STORE-DEFAULT-RULE.
           MOVE 'R004PRACMARKMARKCORROENTERS AND CORRECTS MARKS'
               TO SOD-RULE-RECORD.
           PERFORM STORE-DEFAULT-RULE.
           MOVE 'R005OVRAUTH OVRUSE  SAUTHORISES AND USES OVERRIDE'
               TO SOD-RULE-RECORD.
           PERFORM STORE-DEFAULT-RULE.
           MOVE 'R006MSTCHG  CONCAPPRSCHANGES MASTER, APPROVES CONCESSN'
               TO SOD-RULE-RECORD.
           PERFORM STORE-DEFAULT-RULE.
           MOVE 'R007MSTCHG  MARKCORRSCHANGES MASTER AND CORRECTS MARKS'
               TO SOD-RULE-RECORD.
           PERFORM STORE-DEFAULT-RULE.
           MOVE 'R008MARKSAGGMARKCORROENTERS AND CORRECTS MARKS'
               TO SOD-RULE-RECORD.
           PERFORM STORE-DEFAULT-RULE.

       STORE-DEFAULT-RULE.
           ADD 1 TO WS-RULE-COUNT.
           SET RU-INDEX TO WS-RULE-COUNT.
           PERFORM STORE-RULE.

      * Only duties some rule names go into the sort.
       CHECK-DUTY-WANTED.
           MOVE 'N' TO WS-WANTED-FLAG.
           PERFORM VARYING RU-INDEX FROM 1 BY 1
               UNTIL RU-INDEX > WS-RULE-COUNT OR DUTY-IS-WANTED
               IF WS-RU-DUTY-A (RU-INDEX) = WS-WANTED-DUTY
                   OR WS-RU-DUTY-B (RU-INDEX) = WS-WANTED-DUTY
                   SET DUTY-IS-WANTED TO TRUE
               END-IF
           END-PERFORM.

       RELEASE-DUTY.
           MOVE WS-WANTED-DUTY TO SW-DUTY.
           PERFORM CHECK-DUTY-WANTED.
           IF DUTY-IS-WANTED AND SW-OPERATOR NOT = SPACES
               ADD 1 TO WS-DUTY-COUNT
               RELEASE SORT-WORK-RECORD
           END-IF.

       GATHER-OPERATOR-DUTIES.
           PERFORM GATHER-FEE-RECEIPTS.
           PERFORM GATHER-CONCESSIONS.
           PERFORM GATHER-MASTER-CHANGES.
           PERFORM GATHER-MARKS-CORRECTIONS.
           PERFORM GATHER-OVERRIDES.
           PERFORM GATHER-SIGN-ONS.
           PERFORM RELEASE-OVERRIDE-USES.

       GATHER-FEE-RECEIPTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FEE-LEDGER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF FL-PAYMENT-TXN
                               PERFORM RELEASE-FEE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER
           END-IF.

       RELEASE-FEE-RECEIPT.
           MOVE FL-OPERATOR-ID TO SW-OPERATOR.
           MOVE FL-STU-NO TO SW-STU-NO.
           MOVE FL-TXN-DATE TO SW-DATE.
           MOVE FL-AMOUNT TO WS-RPT-AMOUNT.
           MOVE SPACES TO SW-DETAIL.
           STRING 'FEELEDGR  RECEIPT ' WS-RPT-AMOUNT ' MODE '
               FL-PAY-MODE
               DELIMITED BY SIZE INTO SW-DETAIL.
           MOVE 'RECEIPT' TO WS-WANTED-DUTY.
           PERFORM RELEASE-DUTY.

       GATHER-CONCESSIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CONCESSION-QUEUE.
           IF WS-QUEUE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CONCESSION-QUEUE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM RELEASE-CONCESSION
                   END-READ
               END-PERFORM
               CLOSE CONCESSION-QUEUE
           END-IF.

       RELEASE-CONCESSION.
           MOVE CN-STU-NO TO SW-STU-NO.
           MOVE CN-AMOUNT TO WS-RPT-AMOUNT.
           MOVE CN-REQ-OPERATOR TO SW-OPERATOR.
           MOVE CN-REQ-DATE TO SW-DATE.
           MOVE SPACES TO SW-DETAIL.
           STRING 'CONCPEND  REQUEST ' WS-RPT-AMOUNT ' ' CN-REASON
               DELIMITED BY SIZE INTO SW-DETAIL.
           MOVE 'CONCREQ' TO WS-WANTED-DUTY.
           PERFORM RELEASE-DUTY.
           IF CN-APPROVED
               MOVE CN-DEC-OPERATOR TO SW-OPERATOR
               MOVE CN-DEC-DATE TO SW-DATE
               MOVE SPACES TO SW-DETAIL
               STRING 'CONCPEND  APPROVE ' WS-RPT-AMOUNT ' '
                   CN-REASON
                   DELIMITED BY SIZE INTO SW-DETAIL
               MOVE 'CONCAPPR' TO WS-WANTED-DUTY
               PERFORM RELEASE-DUTY
           END-IF.

       GATHER-MASTER-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CHANGE-AUDIT-FILE.
           IF WS-CHGAUD-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CHANGE-AUDIT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE CHG-OPERATOR-ID TO SW-OPERATOR
                           MOVE CHG-STU-NO TO SW-STU-NO
                           MOVE CHG-DATE TO SW-DATE
                           MOVE SPACES TO SW-DETAIL
                           STRING 'STDCHG.AUD ' CHG-TXN-TYPE
                               ' AT ' CHG-TIME (1:4)
                               DELIMITED BY SIZE INTO SW-DETAIL
                           MOVE 'MSTCHG' TO WS-WANTED-DUTY
                           PERFORM RELEASE-DUTY
                   END-READ
               END-PERFORM
               CLOSE CHANGE-AUDIT-FILE
           END-IF.

      * MARKS.AUD carries no date - the correction is listed undated.
       GATHER-MARKS-CORRECTIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MARKS-AUDIT-TRAIL.
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MARKS-AUDIT-TRAIL
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE AUD-OPERATOR-ID TO SW-OPERATOR
                           MOVE AUD-STU-NO TO SW-STU-NO
                           MOVE ZERO TO SW-DATE
                           MOVE SPACES TO SW-DETAIL
                           STRING 'MARKS.AUD ' AUD-TXN-TYPE ' '
                               AUD-SUBJ-CODE ' ' AUD-MARKS-BEFORE
                               '>' AUD-MARKS-AFTER ' ' AUD-REASON
                               DELIMITED BY SIZE INTO SW-DETAIL
                           MOVE 'MARKCORR' TO WS-WANTED-DUTY
                           PERFORM RELEASE-DUTY
                   END-READ
               END-PERFORM
               CLOSE MARKS-AUDIT-TRAIL
           END-IF.

       GATHER-OVERRIDES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ OVERRIDE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM RELEASE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.

       RELEASE-OVERRIDE.
           MOVE OV-AUTH-OPERATOR TO SW-OPERATOR.
           MOVE OV-STU-NO TO SW-STU-NO.
           MOVE OV-AUTH-DATE TO SW-DATE.
           MOVE SPACES TO SW-DETAIL.
           STRING 'OVERRIDE  AUTHORISE ' OV-GATE-ID ' REASON '
               OV-REASON-CODE
               DELIMITED BY SIZE INTO SW-DETAIL.
           MOVE 'OVRAUTH' TO WS-WANTED-DUTY.
           PERFORM RELEASE-DUTY.
           IF OV-CONSUMED
               IF WS-OVR-COUNT < 2000
                   ADD 1 TO WS-OVR-COUNT
                   SET OV-INDEX TO WS-OVR-COUNT
                   MOVE OV-STU-NO TO WS-OVR-STU-NO (OV-INDEX)
                   MOVE OV-GATE-ID TO WS-OVR-GATE (OV-INDEX)
                   MOVE OV-USED-DATE TO WS-OVR-DATE (OV-INDEX)
                   MOVE OV-USED-PROGRAM TO WS-OVR-PROGRAM (OV-INDEX)
                   MOVE SPACES TO WS-OVR-OPERATOR (OV-INDEX)
                   MOVE ZERO TO WS-OVR-TIME (OV-INDEX)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       GATHER-SIGN-ONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SESSION-JOURNAL.
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SESSION-JOURNAL
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF JT-SIGNED-ON
                               PERFORM RELEASE-SIGN-ON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-JOURNAL
           END-IF.

      * The last sign-on to the consuming program on the day an
      * override was used is taken as the operator who used it.
       RELEASE-SIGN-ON.
           PERFORM VARYING OV-INDEX FROM 1 BY 1
               UNTIL OV-INDEX > WS-OVR-COUNT
               IF WS-OVR-PROGRAM (OV-INDEX) = JT-PROGRAM-ID
                   AND WS-OVR-DATE (OV-INDEX) = JT-DATE
                   AND JT-TIME >= WS-OVR-TIME (OV-INDEX)
                   MOVE JT-OPERATOR-ID TO WS-OVR-OPERATOR (OV-INDEX)
                   MOVE JT-TIME TO WS-OVR-TIME (OV-INDEX)
               END-IF
           END-PERFORM.
           MOVE JT-OPERATOR-ID TO SW-OPERATOR.
           MOVE ZERO TO SW-STU-NO.
           MOVE JT-DATE TO SW-DATE.
           MOVE SPACES TO SW-DETAIL.
           STRING 'SESSJRNL  SIGN-ON ' JT-PROGRAM-ID ' AT '
               JT-TIME (1:4) ' ON ' JT-WORKSTATION
               DELIMITED BY SIZE INTO SW-DETAIL.
           MOVE JT-PROGRAM-ID TO WS-WANTED-DUTY.
           PERFORM RELEASE-DUTY.

       RELEASE-OVERRIDE-USES.
           PERFORM VARYING OV-INDEX FROM 1 BY 1
               UNTIL OV-INDEX > WS-OVR-COUNT
               MOVE WS-OVR-OPERATOR (OV-INDEX) TO SW-OPERATOR
               MOVE WS-OVR-STU-NO (OV-INDEX) TO SW-STU-NO
               MOVE WS-OVR-DATE (OV-INDEX) TO SW-DATE
               MOVE SPACES TO SW-DETAIL
               STRING 'OVERRIDE  USED ' WS-OVR-GATE (OV-INDEX)
                   ' IN ' WS-OVR-PROGRAM (OV-INDEX)
                   DELIMITED BY SIZE INTO SW-DETAIL
               MOVE 'OVRUSE' TO WS-WANTED-DUTY
               PERFORM RELEASE-DUTY
           END-PERFORM.

       CHECK-OPERATOR-DUTIES.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-GROUP-COUNT.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF SW-OPERATOR NOT = WS-CURR-OPERATOR
                           IF WS-GROUP-COUNT > ZERO
                               PERFORM CHECK-ONE-OPERATOR
                           END-IF
                           MOVE SW-OPERATOR TO WS-CURR-OPERATOR
                           MOVE ZERO TO WS-GROUP-COUNT
                           MOVE 'N' TO WS-GROUP-FULL-FLAG
                       END-IF
                       PERFORM ADD-GROUP-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-COUNT > ZERO
               PERFORM CHECK-ONE-OPERATOR
           END-IF.

       ADD-GROUP-ENTRY.
           IF WS-GROUP-COUNT < 3000
               ADD 1 TO WS-GROUP-COUNT
               SET GR-INDEX TO WS-GROUP-COUNT
               MOVE SW-STU-NO TO WS-GR-STU-NO (GR-INDEX)
               MOVE SW-DUTY TO WS-GR-DUTY (GR-INDEX)
               MOVE SW-DATE TO WS-GR-DATE (GR-INDEX)
               MOVE SW-DETAIL TO WS-GR-DETAIL (GR-INDEX)
           ELSE
               IF NOT GROUP-TABLE-FULL
                   DISPLAY 'OPERATOR ' SW-OPERATOR ' HAS OVER 3000 '
                       'DUTIES ON FILE - THE REST NOT CHECKED'
               END-IF
               SET GROUP-TABLE-FULL TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

      * The group is in student order, so a same-student rule is
      * checked over each run of one student's entries.
       CHECK-ONE-OPERATOR.
           PERFORM VARYING RU-INDEX FROM 1 BY 1
               UNTIL RU-INDEX > WS-RULE-COUNT
               MOVE WS-RU-SCOPE (RU-INDEX) TO WS-WORK-SCOPE
               IF CHECK-PER-STUDENT
                   MOVE 1 TO WS-STU-FIRST
                   PERFORM UNTIL WS-STU-FIRST > WS-GROUP-COUNT
                       MOVE WS-GR-STU-NO (WS-STU-FIRST) TO
                           WS-CURR-STU-NO
                       MOVE WS-STU-FIRST TO WS-STU-LAST
                       PERFORM UNTIL WS-STU-LAST >= WS-GROUP-COUNT
                           OR WS-GR-STU-NO (WS-STU-LAST + 1)
                               NOT = WS-CURR-STU-NO
                           ADD 1 TO WS-STU-LAST
                       END-PERFORM
                       IF WS-CURR-STU-NO > ZERO
                           PERFORM CHECK-RULE-IN-RANGE
                       END-IF
                       COMPUTE WS-STU-FIRST = WS-STU-LAST + 1
                   END-PERFORM
               ELSE
                   MOVE ZERO TO WS-CURR-STU-NO
                   MOVE 1 TO WS-STU-FIRST
                   MOVE WS-GROUP-COUNT TO WS-STU-LAST
                   PERFORM CHECK-RULE-IN-RANGE
               END-IF
           END-PERFORM.

       CHECK-RULE-IN-RANGE.
           MOVE ZERO TO WS-A-COUNT WS-B-COUNT.
           PERFORM VARYING WS-SCAN-INDEX FROM WS-STU-FIRST BY 1
               UNTIL WS-SCAN-INDEX > WS-STU-LAST
               IF WS-GR-DUTY (WS-SCAN-INDEX) = WS-RU-DUTY-A (RU-INDEX)
                   ADD 1 TO WS-A-COUNT
               END-IF
               IF WS-GR-DUTY (WS-SCAN-INDEX) = WS-RU-DUTY-B (RU-INDEX)
                   ADD 1 TO WS-B-COUNT
               END-IF
           END-PERFORM.
           IF WS-A-COUNT > ZERO AND WS-B-COUNT > ZERO
               PERFORM WRITE-VIOLATION
           END-IF.

       WRITE-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT.
           ADD 1 TO WS-RU-HITS (RU-INDEX).
           MOVE SPACES TO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           MOVE SPACES TO VIOLATION-LINE.
           IF WS-CURR-STU-NO > ZERO
               MOVE WS-CURR-STU-NO TO WS-RPT-STU-NO
               STRING WS-RU-ID (RU-INDEX) ' OPERATOR '
                   WS-CURR-OPERATOR ' STU-NO ' WS-RPT-STU-NO ' - '
                   WS-RU-DESC (RU-INDEX)
                   DELIMITED BY SIZE INTO VIOLATION-LINE
           ELSE
               STRING WS-RU-ID (RU-INDEX) ' OPERATOR '
                   WS-CURR-OPERATOR ' - ' WS-RU-DESC (RU-INDEX)
                   DELIMITED BY SIZE INTO VIOLATION-LINE
           END-IF.
           WRITE VIOLATION-LINE.
           PERFORM VARYING WS-SCAN-INDEX FROM WS-STU-FIRST BY 1
               UNTIL WS-SCAN-INDEX > WS-STU-LAST
               IF WS-GR-DUTY (WS-SCAN-INDEX) = WS-RU-DUTY-A (RU-INDEX)
                   OR WS-GR-DUTY (WS-SCAN-INDEX)
                       = WS-RU-DUTY-B (RU-INDEX)
                   PERFORM WRITE-INVOLVED-RECORD
               END-IF
           END-PERFORM.

       WRITE-INVOLVED-RECORD.
           MOVE SPACES TO VIOLATION-LINE.
           MOVE WS-GR-STU-NO (WS-SCAN-INDEX) TO WS-RPT-STU-NO.
           IF WS-GR-DATE (WS-SCAN-INDEX) = ZERO
               STRING '  ' WS-RPT-STU-NO ' --------  '
                   WS-GR-DETAIL (WS-SCAN-INDEX)
                   DELIMITED BY SIZE INTO VIOLATION-LINE
           ELSE
               STRING '  ' WS-RPT-STU-NO ' '
                   WS-GR-DATE (WS-SCAN-INDEX) '  '
                   WS-GR-DETAIL (WS-SCAN-INDEX)
                   DELIMITED BY SIZE INTO VIOLATION-LINE
           END-IF.
           IF WS-GR-STU-NO (WS-SCAN-INDEX) = ZERO
               MOVE '-----' TO VIOLATION-LINE (3:5)
           END-IF.
           WRITE VIOLATION-LINE.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           MOVE SPACES TO VIOLATION-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           MOVE '      SEGREGATION-OF-DUTIES VIOLATION REPORT' TO
               VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           MOVE SPACES TO VIOLATION-LINE.
           STRING 'RUN DATE : ' WS-RUN-DATE-INT DELIMITED BY SIZE
               INTO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           MOVE ALL '-' TO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           MOVE 'RULE DUTY     DUTY     SCOPE  CONFLICT' TO
               VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           PERFORM VARYING RU-INDEX FROM 1 BY 1
               UNTIL RU-INDEX > WS-RULE-COUNT
               MOVE SPACES TO VIOLATION-LINE
               STRING WS-RU-ID (RU-INDEX) ' ' WS-RU-DUTY-A (RU-INDEX)
                   ' ' WS-RU-DUTY-B (RU-INDEX) '   '
                   WS-RU-SCOPE (RU-INDEX) '    '
                   WS-RU-DESC (RU-INDEX)
                   DELIMITED BY SIZE INTO VIOLATION-LINE
               WRITE VIOLATION-LINE
           END-PERFORM.
           MOVE ALL '-' TO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           MOVE 'VIOLATIONS - EACH WITH THE RECORDS INVOLVED' TO
               VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           MOVE '  STU-NO DATE      SOURCE / RECORD' TO VIOLATION-LINE.
           WRITE VIOLATION-LINE.

       WRITE-REPORT-FOOTING.
           MOVE ALL '-' TO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           PERFORM VARYING RU-INDEX FROM 1 BY 1
               UNTIL RU-INDEX > WS-RULE-COUNT
               MOVE WS-RU-HITS (RU-INDEX) TO WS-RPT-COUNT
               MOVE SPACES TO VIOLATION-LINE
               STRING WS-RU-ID (RU-INDEX) ' VIOLATIONS : '
                   WS-RPT-COUNT
                   DELIMITED BY SIZE INTO VIOLATION-LINE
               WRITE VIOLATION-LINE
           END-PERFORM.
           MOVE WS-VIOLATION-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO VIOLATION-LINE.
           STRING 'DUTIES CHECKED : ' WS-DUTY-COUNT
               '   TOTAL VIOLATIONS : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           IF WS-DROPPED-COUNT > ZERO
               MOVE WS-DROPPED-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO VIOLATION-LINE
               STRING 'ENTRIES NOT CHECKED (TABLE LIMITS) : '
                   WS-RPT-COUNT
                   DELIMITED BY SIZE INTO VIOLATION-LINE
               WRITE VIOLATION-LINE
           END-IF.
           MOVE ALL '=' TO VIOLATION-LINE.
           WRITE VIOLATION-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'SODAUDIT'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-VIOLATION-COUNT  TO RL-RECORDS-WRITTEN.
           MOVE WS-DROPPED-COUNT    TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM SODAUDIT.
