      ******************************************************************
      * Author:
      * Date:
      * Purpose: Free-seat reimbursement grant desk. When the
      *          government grant for a term's FSCLAIM claim arrives, a
      *          supervisor posts the receipt (amount, sanction
      *          reference, date) to FSGRANT.DAT; a child the
      *          department refused can be marked disallowed on the
      *          FSCLAIM.DAT claim file. Reconciling a term compares the
      *          grants received against the lines still claimed: when
      *          they agree every claimed line is marked paid with the
      *          sanction reference, otherwise the shortfall or excess
      *          is reported and nothing is marked. Each reconciliation
      *          is printed to FSRECON.RPT. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FSGRANT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FREE-SEAT-CLAIM-FILE ASSIGN TO "FSCLAIM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT GRANT-RECEIPT-FILE ASSIGN TO "FSGRANT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRANT-STATUS.
           SELECT RECONCILIATION-REPORT ASSIGN TO "FSRECON.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FREE-SEAT-CLAIM-FILE.
           COPY FSCLAIMR.

       FD  GRANT-RECEIPT-FILE.
       01 GRANT-RECEIPT-RECORD.
           05 FG-TERM-CODE     PIC 9(02).
           05 FG-RECEIPT-DATE  PIC 9(08).
           05 FG-AMOUNT        PIC 9(09)V9(02).
           05 FG-REFERENCE     PIC X(12).
           05 FG-OPERATOR-ID   PIC X(08).

       FD  RECONCILIATION-REPORT.
       01 RECONCILIATION-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-CLAIM-STATUS    PIC X(02) VALUE '00'.
       01 WS-GRANT-STATUS    PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 4.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'FSGRANT '.
       01 WS-TODAY           PIC 9(08).
       01 WS-CLAIM-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-CLAIM-FULL-FLAG PIC X(01) VALUE 'N'.
           88 CLAIM-TABLE-FULL VALUE 'Y'.
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-LINE OCCURS 5000 TIMES INDEXED BY CL-INDEX
               PIC X(76).
       01 WS-WORK-TERM       PIC 9(02).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-AMOUNT     PIC 9(09)V9(02).
       01 WS-WORK-REFERENCE  PIC X(12).
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
       01 WS-CONFIRM         PIC X(01).
       01 WS-LINE-FOUND      PIC X(01).
           88 CLAIM-LINE-FOUND VALUE 'Y'.
       01 WS-LATEST-REFERENCE PIC X(12).
       01 WS-TERM-LINES      PIC 9(05) VALUE ZERO.
       01 WS-CLAIMED-OPEN    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-DISALLOWED-AMT  PIC 9(09)V9(02) VALUE ZERO.
       01 WS-PAID-AMT        PIC 9(09)V9(02) VALUE ZERO.
       01 WS-RECEIVED-AMT    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-UNAPPLIED-AMT   PIC S9(09)V9(02) VALUE ZERO.
       01 WS-VARIANCE        PIC S9(09)V9(02) VALUE ZERO.
       01 WS-RPT-AMOUNT      PIC Z(08)9.99.
       01 WS-RPT-VARIANCE    PIC -(08)9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-CLAIM-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. POST A GRANT RECEIPT (SUPERVISOR)'
               DISPLAY '2. DISALLOW A CLAIMED CHILD (SUPERVISOR)'
               DISPLAY '3. RECONCILE A TERM'
               DISPLAY '4. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM POST-GRANT-RECEIPT
                               THRU POST-GRANT-RECEIPT-EXIT
                       ELSE
                           DISPLAY 'GRANT POSTING REQUIRES SUPERVISOR '
                               'AUTHORITY'
                       END-IF
                   WHEN 2
                       IF SUPERVISOR-LEVEL
                           PERFORM DISALLOW-CLAIM-LINE
                               THRU DISALLOW-CLAIM-LINE-EXIT
                       ELSE
                           DISPLAY 'DISALLOWING REQUIRES SUPERVISOR '
                               'AUTHORITY'
                       END-IF
                   WHEN 3
                       PERFORM RECONCILE-TERM
                   WHEN 4
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

       LOAD-CLAIM-TABLE.
           MOVE ZERO TO WS-CLAIM-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FREE-SEAT-CLAIM-FILE.
           IF WS-CLAIM-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FREE-SEAT-CLAIM-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CLAIM-COUNT < 5000
                               ADD 1 TO WS-CLAIM-COUNT
                               SET CL-INDEX TO WS-CLAIM-COUNT
                               MOVE FREE-SEAT-CLAIM-RECORD TO
                                   WS-CLAIM-LINE (CL-INDEX)
                           ELSE
                               SET CLAIM-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREE-SEAT-CLAIM-FILE
           ELSE
               DISPLAY 'NO FSCLAIM.DAT CLAIM FILE - RUN FSCLAIM FIRST'
           END-IF.
           IF CLAIM-TABLE-FULL
               DISPLAY 'FSCLAIM.DAT EXCEEDS THE 5000-LINE TABLE - '
                   'CLAIM LINES WILL NOT BE UPDATED'
           END-IF.

      * A partly loaded claim file is never written back.
       REWRITE-CLAIM-FILE.
           IF CLAIM-TABLE-FULL
               DISPLAY 'CLAIM TABLE FULL - FSCLAIM.DAT NOT UPDATED'
               GO TO REWRITE-CLAIM-FILE-EXIT
           END-IF.
           OPEN OUTPUT FREE-SEAT-CLAIM-FILE.
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > WS-CLAIM-COUNT
               MOVE WS-CLAIM-LINE (CL-INDEX) TO FREE-SEAT-CLAIM-RECORD
               WRITE FREE-SEAT-CLAIM-RECORD
           END-PERFORM.
           CLOSE FREE-SEAT-CLAIM-FILE.
       REWRITE-CLAIM-FILE-EXIT.
           EXIT.

       POST-GRANT-RECEIPT.
           DISPLAY 'ENTER TERM CODE THE GRANT IS FOR : '.
           ACCEPT WS-WORK-TERM.
           PERFORM TALLY-TERM-CLAIM.
           IF WS-TERM-LINES = ZERO
               DISPLAY 'NO CLAIM ON FILE FOR TERM ' WS-WORK-TERM
                   ' - GRANT NOT POSTED'
               GO TO POST-GRANT-RECEIPT-EXIT
           END-IF.
           DISPLAY 'ENTER AMOUNT RECEIVED : '.
           ACCEPT WS-WORK-AMOUNT.
           IF WS-WORK-AMOUNT = ZERO
               DISPLAY 'AMOUNT MUST BE ABOVE ZERO'
               GO TO POST-GRANT-RECEIPT-EXIT
           END-IF.
           DISPLAY 'ENTER SANCTION / CHEQUE REFERENCE : '.
           ACCEPT WS-WORK-REFERENCE.
           IF WS-WORK-REFERENCE = SPACES
               DISPLAY 'REFERENCE REQUIRED'
               GO TO POST-GRANT-RECEIPT-EXIT
           END-IF.
           DISPLAY 'ENTER DATE RECEIVED (YYYYMMDD, 0 = TODAY) : '.
           ACCEPT WS-WORK-DATE.
           IF WS-WORK-DATE = ZERO
               MOVE WS-TODAY TO WS-WORK-DATE
           END-IF.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-WORK-DATE TO WS-DATEVAL-IN(1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           MOVE 'N' TO WS-ALLOW-FUTURE.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.
           IF NOT DATE-IS-VALID
               DISPLAY 'NOT A VALID RECEIPT DATE : ' WS-WORK-DATE
               GO TO POST-GRANT-RECEIPT-EXIT
           END-IF.
           MOVE WS-WORK-AMOUNT TO WS-RPT-AMOUNT.
           DISPLAY 'POST ' WS-RPT-AMOUNT ' FOR TERM ' WS-WORK-TERM
               ' REF ' WS-WORK-REFERENCE ' (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'GRANT NOT POSTED'
               GO TO POST-GRANT-RECEIPT-EXIT
           END-IF.
           OPEN EXTEND GRANT-RECEIPT-FILE.
           IF WS-GRANT-STATUS NOT = '00'
               OPEN OUTPUT GRANT-RECEIPT-FILE
           END-IF.
           MOVE WS-WORK-TERM      TO FG-TERM-CODE.
           MOVE WS-WORK-DATE      TO FG-RECEIPT-DATE.
           MOVE WS-WORK-AMOUNT    TO FG-AMOUNT.
           MOVE WS-WORK-REFERENCE TO FG-REFERENCE.
           MOVE WS-OPERATOR-ID    TO FG-OPERATOR-ID.
           WRITE GRANT-RECEIPT-RECORD.
           CLOSE GRANT-RECEIPT-FILE.
           DISPLAY 'GRANT POSTED - RECONCILE THE TERM TO SETTLE THE '
               'CLAIM'.
       POST-GRANT-RECEIPT-EXIT.
           EXIT.

       DISALLOW-CLAIM-LINE.
           DISPLAY 'ENTER TERM CODE : '.
           ACCEPT WS-WORK-TERM.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           MOVE 'N' TO WS-LINE-FOUND.
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > WS-CLAIM-COUNT OR CLAIM-LINE-FOUND
               MOVE WS-CLAIM-LINE (CL-INDEX) TO FREE-SEAT-CLAIM-RECORD
               IF FC-TERM-CODE = WS-WORK-TERM
                   AND FC-STU-NO = WS-WORK-STU-NO
                   MOVE 'Y' TO WS-LINE-FOUND
               END-IF
           END-PERFORM.
           IF NOT CLAIM-LINE-FOUND
               DISPLAY 'STU-NO ' WS-WORK-STU-NO ' WAS NOT CLAIMED FOR '
                   'TERM ' WS-WORK-TERM
               GO TO DISALLOW-CLAIM-LINE-EXIT
           END-IF.
      * The VARYING has stepped one past the line it found.
           SET CL-INDEX DOWN BY 1.
           IF NOT FC-CLAIMED
               DISPLAY 'CLAIM LINE IS ALREADY SETTLED (STATUS '
                   FC-STATUS ')'
               GO TO DISALLOW-CLAIM-LINE-EXIT
           END-IF.
           MOVE FC-CLAIM-AMT TO WS-RPT-AMOUNT.
           DISPLAY FC-STU-NAME ' CLAIMED ' WS-RPT-AMOUNT
               ' - DISALLOW (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               GO TO DISALLOW-CLAIM-LINE-EXIT
           END-IF.
           MOVE 'D'  TO FC-STATUS.
           MOVE ZERO TO FC-PAID-AMT.
           MOVE WS-OPERATOR-ID TO FC-GRANT-REF.
           MOVE FREE-SEAT-CLAIM-RECORD TO WS-CLAIM-LINE (CL-INDEX).
           PERFORM REWRITE-CLAIM-FILE THRU REWRITE-CLAIM-FILE-EXIT.
           DISPLAY 'CLAIM LINE DISALLOWED'.
       DISALLOW-CLAIM-LINE-EXIT.
           EXIT.

       TALLY-TERM-CLAIM.
           MOVE ZERO TO WS-TERM-LINES.
           MOVE ZERO TO WS-CLAIMED-OPEN.
           MOVE ZERO TO WS-DISALLOWED-AMT.
           MOVE ZERO TO WS-PAID-AMT.
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > WS-CLAIM-COUNT
               MOVE WS-CLAIM-LINE (CL-INDEX) TO FREE-SEAT-CLAIM-RECORD
               IF FC-TERM-CODE = WS-WORK-TERM
                   ADD 1 TO WS-TERM-LINES
                   EVALUATE TRUE
                       WHEN FC-CLAIMED
                           ADD FC-CLAIM-AMT TO WS-CLAIMED-OPEN
                       WHEN FC-DISALLOWED
                           ADD FC-CLAIM-AMT TO WS-DISALLOWED-AMT
                       WHEN FC-PAID
                           ADD FC-PAID-AMT TO WS-PAID-AMT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       TALLY-TERM-GRANTS.
           MOVE ZERO TO WS-RECEIVED-AMT.
           MOVE SPACES TO WS-LATEST-REFERENCE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GRANT-RECEIPT-FILE.
           IF WS-GRANT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GRANT-RECEIPT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF FG-TERM-CODE = WS-WORK-TERM
                               ADD FG-AMOUNT TO WS-RECEIVED-AMT
                               MOVE FG-REFERENCE TO
                                   WS-LATEST-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRANT-RECEIPT-FILE
           END-IF.

       RECONCILE-TERM.
           DISPLAY 'ENTER TERM CODE : '.
           ACCEPT WS-WORK-TERM.
           PERFORM TALLY-TERM-CLAIM.
           PERFORM TALLY-TERM-GRANTS.
      * Grants already applied to paid lines are set aside; what is
      * left must settle the lines still claimed.
           COMPUTE WS-UNAPPLIED-AMT = WS-RECEIVED-AMT - WS-PAID-AMT.
           COMPUTE WS-VARIANCE = WS-UNAPPLIED-AMT - WS-CLAIMED-OPEN.
           OPEN OUTPUT RECONCILIATION-REPORT.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING 'FREE-SEAT GRANT RECONCILIATION - TERM ' WS-WORK-TERM
               '   ' WS-TODAY DELIMITED BY SIZE
               INTO RECONCILIATION-LINE.
           PERFORM WRITE-AND-SHOW-LINE.
           MOVE ALL '-' TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE.
           MOVE WS-CLAIMED-OPEN TO WS-RPT-AMOUNT.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING 'STILL CLAIMED        : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO RECONCILIATION-LINE.
           PERFORM WRITE-AND-SHOW-LINE.
           MOVE WS-DISALLOWED-AMT TO WS-RPT-AMOUNT.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING 'DISALLOWED           : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO RECONCILIATION-LINE.
           PERFORM WRITE-AND-SHOW-LINE.
           MOVE WS-PAID-AMT TO WS-RPT-AMOUNT.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING 'ALREADY SETTLED      : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO RECONCILIATION-LINE.
           PERFORM WRITE-AND-SHOW-LINE.
           MOVE WS-RECEIVED-AMT TO WS-RPT-AMOUNT.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING 'GRANTS RECEIVED      : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO RECONCILIATION-LINE.
           PERFORM WRITE-AND-SHOW-LINE.
           MOVE WS-VARIANCE TO WS-RPT-VARIANCE.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING 'VARIANCE             : ' WS-RPT-VARIANCE
               DELIMITED BY SIZE INTO RECONCILIATION-LINE.
           PERFORM WRITE-AND-SHOW-LINE.
           EVALUATE TRUE
               WHEN WS-TERM-LINES = ZERO
                   MOVE 'NO CLAIM ON FILE FOR THIS TERM' TO
                       RECONCILIATION-LINE
               WHEN WS-CLAIMED-OPEN = ZERO
                   MOVE 'NOTHING LEFT CLAIMED - TERM ALREADY SETTLED'
                       TO RECONCILIATION-LINE
               WHEN WS-VARIANCE = ZERO
                   PERFORM SETTLE-CLAIMED-LINES
                   MOVE SPACES TO RECONCILIATION-LINE
                   STRING 'RECONCILED - CLAIMED LINES MARKED PAID, REF '
                       WS-LATEST-REFERENCE DELIMITED BY SIZE
                       INTO RECONCILIATION-LINE
               WHEN WS-VARIANCE < ZERO
                   MOVE 'SHORT RECEIVED - DISALLOW THE REFUSED CHILDREN'
                       TO RECONCILIATION-LINE
               WHEN OTHER
                   MOVE 'EXCESS RECEIVED - REFER TO THE ACCOUNTS OFFICE'
                       TO RECONCILIATION-LINE
           END-EVALUATE.
           PERFORM WRITE-AND-SHOW-LINE.
           CLOSE RECONCILIATION-REPORT.

       SETTLE-CLAIMED-LINES.
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > WS-CLAIM-COUNT
               MOVE WS-CLAIM-LINE (CL-INDEX) TO FREE-SEAT-CLAIM-RECORD
               IF FC-TERM-CODE = WS-WORK-TERM AND FC-CLAIMED
                   MOVE 'P' TO FC-STATUS
                   MOVE FC-CLAIM-AMT TO FC-PAID-AMT
                   MOVE WS-LATEST-REFERENCE TO FC-GRANT-REF
                   MOVE FREE-SEAT-CLAIM-RECORD TO
                       WS-CLAIM-LINE (CL-INDEX)
               END-IF
           END-PERFORM.
           PERFORM REWRITE-CLAIM-FILE THRU REWRITE-CLAIM-FILE-EXIT.

       WRITE-AND-SHOW-LINE.
           WRITE RECONCILIATION-LINE.
           DISPLAY RECONCILIATION-LINE.
      ** add other procedures here
       END PROGRAM FSGRANT.
