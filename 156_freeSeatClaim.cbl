      ******************************************************************
      * Author:
      * Date:
      * Purpose: Government free-seat fee reimbursement claim run. The
      *          children admitted under the free-seat quota (category
      *          'F' on their APPLICNS.DAT application) have their fees
      *          waived through CONCDESK concession credits, and the
      *          government reimburses the school per child each term.
      *          For every posted free-seat application whose student
      *          is still active on STUDENT.IDX, totals the 'N'
      *          concession credits on FEELEDGR.DAT dated within the
      *          claim period on the FSCLMCTL.DAT card, caps the claim
      *          at the card's per-child ceiling and checks the
      *          ATTEND.DAT percentage against the card's minimum.
      *          Eligible children are written to the FSCLAIM.DAT
      *          claim file for the run-control term (replacing any
      *          earlier run for the same term) and a covering
      *          statement under the SCHPROF letterhead, listing the
      *          children left out and why, is printed to FSCLAIM.RPT.
      *          A term the FSGRANT desk has already posted a grant
      *          against is not re-claimed. Logs to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FSCLAIM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CLAIM-CONTROL-FILE ASSIGN TO "FSCLMCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLMCTL-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO "APPLICNS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FREE-SEAT-CLAIM-FILE ASSIGN TO "FSCLAIM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CLAIM-STATEMENT ASSIGN TO "FSCLAIM.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CLAIM-CONTROL-FILE.
       01 CLAIM-CONTROL-RECORD.
           05 FP-PERIOD-FROM    PIC 9(08).
           05 FP-PERIOD-TO      PIC 9(08).
           05 FP-CHILD-CEILING  PIC 9(07)V9(02).
           05 FP-MIN-ATTEND-PCT PIC 9(03).

       FD  APPLICATION-FILE.
       01 APPLICATION-RECORD.
           05 APP-SEQ          PIC 9(04).
           05 APP-NAME         PIC X(15).
           05 APP-GENDER       PIC X(01).
           05 APP-DOB          PIC X(10).
           05 APP-CLASS        PIC 9(02).
           05 APP-SECTION      PIC X(01).
           05 APP-PHONE        PIC 9(12).
           05 APP-STATUS       PIC X(01).
               88 APP-ACCEPTED    VALUE 'A'.
           05 APP-ENTRANCE-SCORE PIC 9(03).
           05 APP-CATEGORY     PIC X(01).
               88 APP-FREE-SEAT   VALUE 'F'.
           05 APP-STU-NO       PIC 9(05).

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  ATTENDANCE-FILE.
       01 ATTENDANCE-LINE.
           05 ATT-STU-NO         PIC 9(05).
           05 ATT-ATTENDANCE-PCT PIC 9(03).

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  FREE-SEAT-CLAIM-FILE.
           COPY FSCLAIMR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  CLAIM-STATEMENT.
       01 CLAIM-STATEMENT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-CLMCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-APPL-STATUS     PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-ATTEND-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-CLAIM-STATUS    PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-CARD-FOUND      PIC X(01) VALUE 'N'.
           88 CLAIM-CARD-FOUND VALUE 'Y'.
       01 WS-FREE-SEAT-TABLE.
           05 WS-FS-ENTRY OCCURS 99999 TIMES INDEXED BY FS-INDEX.
               10 WS-FS-FLAG       PIC X(01).
               10 WS-FS-CONCESSION PIC 9(07)V9(02).
               10 WS-FS-ATTEND-PCT PIC 9(03).
      * Claim lines of the other terms, carried over when FSCLAIM.DAT
      * is rewritten with this term's fresh lines.
       01 WS-KEPT-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-KEPT-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 KEPT-TABLE-FULL  VALUE 'Y'.
       01 WS-KEPT-TABLE.
           05 WS-KEPT-LINE OCCURS 5000 TIMES INDEXED BY KEPT-INDEX
               PIC X(76).
       01 WS-TERM-SETTLED    PIC 9(04) VALUE ZERO.
       01 WS-WORK-STU-NO     PIC 9(05) VALUE ZERO.
       01 WS-CLAIM-AMOUNT    PIC 9(07)V9(02) VALUE ZERO.
       01 WS-EXCLUDE-REASON  PIC X(24).
       01 WS-FREE-SEAT-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CLAIMED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-EXCLUDED-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-CAPPED-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-CLAIM-TOTAL     PIC 9(09)V9(02) VALUE ZERO.
       01 WS-CONCESSION-TOTAL PIC 9(09)V9(02) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(07) VALUE ZERO.
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-CONCESSION  PIC Z(06)9.99.
       01 WS-RPT-TOTAL       PIC Z(08)9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-CLAIM-CARD.
           IF NOT CLAIM-CARD-FOUND
               DISPLAY 'NO FSCLMCTL.DAT CLAIM CARD - THE CLAIM PERIOD '
                   'AND PER-CHILD CEILING ARE REQUIRED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-EARLIER-CLAIMS.
           IF WS-TERM-SETTLED > ZERO
               DISPLAY 'TERM ' RUN-TERM-CODE ' ALREADY HAS '
                   WS-TERM-SETTLED ' CLAIM LINES SETTLED BY FSGRANT '
                   '- NOT RE-CLAIMED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           IF KEPT-TABLE-FULL
               DISPLAY 'FSCLAIM.DAT EXCEEDS THE 5000-LINE TABLE - '
                   'ARCHIVE OLD TERMS BEFORE CLAIMING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-FREE-SEAT-STUDENTS.
           PERFORM TALLY-CONCESSIONS.
           PERFORM LOAD-ATTENDANCE-PERCENTS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT.IDX, STATUS : '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM REWRITE-KEPT-CLAIMS.
           OPEN OUTPUT CLAIM-STATEMENT.
           PERFORM WRITE-STATEMENT-HEADING.
           PERFORM VARYING WS-WORK-STU-NO FROM 1 BY 1
               UNTIL WS-WORK-STU-NO > 99998
               SET FS-INDEX TO WS-WORK-STU-NO
               IF WS-FS-FLAG (FS-INDEX) = 'Y'
                   PERFORM CLAIM-ONE-CHILD
               END-IF
           END-PERFORM.
           PERFORM WRITE-STATEMENT-TOTALS.
           CLOSE CLAIM-STATEMENT.
           CLOSE FREE-SEAT-CLAIM-FILE.
           CLOSE STUDENT-MASTER.
           MOVE WS-CLAIM-TOTAL TO WS-RPT-TOTAL.
           DISPLAY 'FREE-SEAT CLAIM TERM ' RUN-TERM-CODE
               ' - CHILDREN CLAIMED ' WS-CLAIMED-COUNT
               '  LEFT OUT ' WS-EXCLUDED-COUNT
               '  AMOUNT ' WS-RPT-TOTAL.
           IF WS-EXCLUDED-COUNT > ZERO
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

       LOAD-CLAIM-CARD.
           OPEN INPUT CLAIM-CONTROL-FILE.
           IF WS-CLMCTL-STATUS = '00'
               READ CLAIM-CONTROL-FILE
                   NOT AT END
                       IF FP-CHILD-CEILING > ZERO
                           AND FP-PERIOD-TO >= FP-PERIOD-FROM
                           MOVE 'Y' TO WS-CARD-FOUND
                       END-IF
               END-READ
               CLOSE CLAIM-CONTROL-FILE
           END-IF.

       LOAD-EARLIER-CLAIMS.
      * Unsettled lines of this term are dropped and claimed afresh;
      * a line FSGRANT has paid or disallowed stops the rerun.
           MOVE ZERO TO WS-KEPT-COUNT.
           MOVE ZERO TO WS-TERM-SETTLED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FREE-SEAT-CLAIM-FILE.
           IF WS-CLAIM-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FREE-SEAT-CLAIM-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM KEEP-ONE-CLAIM-LINE
                   END-READ
               END-PERFORM
               CLOSE FREE-SEAT-CLAIM-FILE
           END-IF.

       KEEP-ONE-CLAIM-LINE.
           EVALUATE TRUE
               WHEN FC-TERM-CODE = RUN-TERM-CODE AND FC-CLAIMED
                   CONTINUE
               WHEN FC-TERM-CODE = RUN-TERM-CODE
                   ADD 1 TO WS-TERM-SETTLED
               WHEN WS-KEPT-COUNT < 5000
                   ADD 1 TO WS-KEPT-COUNT
                   SET KEPT-INDEX TO WS-KEPT-COUNT
                   MOVE FREE-SEAT-CLAIM-RECORD TO
                       WS-KEPT-LINE (KEPT-INDEX)
               WHEN OTHER
                   SET KEPT-TABLE-FULL TO TRUE
           END-EVALUATE.

       REWRITE-KEPT-CLAIMS.
           OPEN OUTPUT FREE-SEAT-CLAIM-FILE.
           PERFORM VARYING KEPT-INDEX FROM 1 BY 1
               UNTIL KEPT-INDEX > WS-KEPT-COUNT
               MOVE WS-KEPT-LINE (KEPT-INDEX) TO
                   FREE-SEAT-CLAIM-RECORD
               WRITE FREE-SEAT-CLAIM-RECORD
           END-PERFORM.

       LOAD-FREE-SEAT-STUDENTS.
           PERFORM VARYING FS-INDEX FROM 1 BY 1
               UNTIL FS-INDEX > 99999
               MOVE 'N'  TO WS-FS-FLAG (FS-INDEX)
               MOVE ZERO TO WS-FS-CONCESSION (FS-INDEX)
               MOVE ZERO TO WS-FS-ATTEND-PCT (FS-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATION-FILE.
           IF WS-APPL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ APPLICATION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF APP-FREE-SEAT AND APP-ACCEPTED
                               AND APP-STU-NO > ZERO
                               SET FS-INDEX TO APP-STU-NO
                               MOVE 'Y' TO WS-FS-FLAG (FS-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-FILE
           ELSE
               DISPLAY 'NO APPLICNS.DAT - NO FREE-SEAT CHILDREN CAN '
                   'BE IDENTIFIED'
           END-IF.

       TALLY-CONCESSIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FEE-LEDGER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF FL-STU-NO > ZERO AND FL-CONCESSION-TXN
                               AND FL-TXN-DATE >= FP-PERIOD-FROM
                               AND FL-TXN-DATE <= FP-PERIOD-TO
                               SET FS-INDEX TO FL-STU-NO
                               IF WS-FS-FLAG (FS-INDEX) = 'Y'
                                   ADD FL-AMOUNT TO
                                       WS-FS-CONCESSION (FS-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER
           END-IF.

       LOAD-ATTENDANCE-PERCENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ATTENDANCE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ATT-STU-NO > ZERO
                               SET FS-INDEX TO ATT-STU-NO
                               MOVE ATT-ATTENDANCE-PCT TO
                                   WS-FS-ATTEND-PCT (FS-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF.

       CLAIM-ONE-CHILD.
           ADD 1 TO WS-FREE-SEAT-COUNT.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           MOVE SPACES TO WS-EXCLUDE-REASON.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO STU-NAME IN STUDENT-DETAILS
                   MOVE 'NOT ON STUDENT MASTER' TO WS-EXCLUDE-REASON
           END-READ.
           EVALUATE TRUE
               WHEN WS-EXCLUDE-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT STU-ACTIVE AND NOT STU-RESTORED
                   MOVE 'NO LONGER ON ROLL' TO WS-EXCLUDE-REASON
               WHEN WS-FS-CONCESSION (FS-INDEX) = ZERO
                   MOVE 'NO CONCESSION POSTED' TO WS-EXCLUDE-REASON
               WHEN WS-FS-ATTEND-PCT (FS-INDEX) < FP-MIN-ATTEND-PCT
                   MOVE 'ATTENDANCE BELOW MINIMUM' TO WS-EXCLUDE-REASON
           END-EVALUATE.
           IF WS-EXCLUDE-REASON NOT = SPACES
               ADD 1 TO WS-EXCLUDED-COUNT
               PERFORM WRITE-EXCLUDED-LINE
           ELSE
               PERFORM WRITE-CLAIM-LINE
           END-IF.

       WRITE-CLAIM-LINE.
           MOVE WS-FS-CONCESSION (FS-INDEX) TO WS-CLAIM-AMOUNT.
           IF WS-CLAIM-AMOUNT > FP-CHILD-CEILING
               MOVE FP-CHILD-CEILING TO WS-CLAIM-AMOUNT
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.
           MOVE RUN-TERM-CODE               TO FC-TERM-CODE.
           MOVE WS-WORK-STU-NO              TO FC-STU-NO.
           MOVE STU-NAME IN STUDENT-DETAILS TO FC-STU-NAME.
           MOVE STU-CLASS                   TO FC-CLASS.
           MOVE STU-SECTION                 TO FC-SECTION.
           MOVE WS-FS-CONCESSION (FS-INDEX) TO FC-CONCESSION-AMT.
           MOVE WS-CLAIM-AMOUNT             TO FC-CLAIM-AMT.
           MOVE WS-FS-ATTEND-PCT (FS-INDEX) TO FC-ATTEND-PCT.
           MOVE WS-RUN-DATE-INT             TO FC-CLAIM-DATE.
           MOVE 'C'                         TO FC-STATUS.
           MOVE ZERO                        TO FC-PAID-AMT.
           MOVE SPACES                      TO FC-GRANT-REF.
           WRITE FREE-SEAT-CLAIM-RECORD.
           ADD 1 TO WS-CLAIMED-COUNT.
           ADD WS-CLAIM-AMOUNT TO WS-CLAIM-TOTAL.
           ADD WS-FS-CONCESSION (FS-INDEX) TO WS-CONCESSION-TOTAL.
           MOVE WS-FS-CONCESSION (FS-INDEX) TO WS-RPT-CONCESSION.
           MOVE WS-CLAIM-AMOUNT TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           STRING WS-WORK-STU-NO ' ' STU-NAME IN STUDENT-DETAILS ' '
               STU-CLASS '-' STU-SECTION '  ' WS-RPT-CONCESSION ' '
               WS-RPT-AMOUNT '  ' WS-FS-ATTEND-PCT (FS-INDEX) '%'
               DELIMITED BY SIZE INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.

       WRITE-EXCLUDED-LINE.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           STRING WS-WORK-STU-NO ' ' STU-NAME IN STUDENT-DETAILS
               '  ** NOT CLAIMED - ' WS-EXCLUDE-REASON
               DELIMITED BY SIZE INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.

       WRITE-STATEMENT-HEADING.
           MOVE ALL '=' TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           STRING '     ' SP-ADDRESS-LINE1 DELIMITED BY SIZE
               INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           STRING '     AFFILIATION ' SP-AFFILIATION-NO
               DELIMITED BY SIZE INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE '   FREE-SEAT FEE REIMBURSEMENT CLAIM - STATEMENT'
               TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           MOVE FP-CHILD-CEILING TO WS-RPT-AMOUNT.
           STRING 'TERM ' RUN-TERM-CODE '  PERIOD ' FP-PERIOD-FROM
               ' TO ' FP-PERIOD-TO '  CEILING ' WS-RPT-AMOUNT
               '  MIN ATT ' FP-MIN-ATTEND-PCT '%'
               DELIMITED BY SIZE INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE ALL '-' TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE 'STU-NO NAME            CLASS    WAIVED    CLAIMED  ATT'
               TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE ALL '-' TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.

       WRITE-STATEMENT-TOTALS.
           MOVE ALL '-' TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           STRING 'FREE-SEAT CHILDREN : ' WS-FREE-SEAT-COUNT
               '   CLAIMED : ' WS-CLAIMED-COUNT
               '   NOT CLAIMED : ' WS-EXCLUDED-COUNT
               DELIMITED BY SIZE INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE WS-CONCESSION-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           STRING 'FEES WAIVED FOR CLAIMED CHILDREN : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE WS-CLAIM-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           STRING 'AMOUNT CLAIMED (' WS-CAPPED-COUNT
               ' CAPPED AT CEILING) : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE SPACES TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE 'CERTIFIED THAT THE CHILDREN CLAIMED WERE ADMITTED'
               TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE 'UNDER THE FREE-SEAT QUOTA AND CHARGED NO FEES FOR'
               TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           MOVE 'THE CLAIM PERIOD.' TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.
           IF SP-PRINCIPAL-NAME NOT = SPACES
               MOVE SPACES TO CLAIM-STATEMENT-LINE
               STRING '(' SP-PRINCIPAL-NAME ')  PRINCIPAL'
                   DELIMITED BY SIZE INTO CLAIM-STATEMENT-LINE
               WRITE CLAIM-STATEMENT-LINE
           END-IF.
           MOVE ALL '=' TO CLAIM-STATEMENT-LINE.
           WRITE CLAIM-STATEMENT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'FSCLAIM '       TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE    TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT  TO RL-RUN-DATE.
           MOVE WS-START-TIME    TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ  TO RL-RECORDS-READ.
           MOVE WS-CLAIMED-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-EXCLUDED-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE      TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM FSCLAIM.
