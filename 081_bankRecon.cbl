      *          Dishonoured-cheque rows ('R') post a reversing charge
      *          for the original amount plus a bounce penalty from the
      *          BNKRCCTL.DAT control card back onto the ledger.
      *          Outgoing debits ('W') are matched to the REFUNDRG.DAT
      *          refund vouchers issued by REFUNDST - on STU-NO plus
      *          amount, then cheque/transfer reference plus amount -
      *          and unmatched debits or unpaid vouchers join the
      *          exception report. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECON-CONTROL ASSIGN TO "BNKRCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REFUND-REGISTER ASSIGN TO "REFUNDRG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFREG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           05 BS-TXN-CODE     PIC X(01).
               88 BS-DEPOSIT     VALUE 'D'.
               88 BS-DISHONOUR   VALUE 'R'.
               88 BS-PAYMENT-OUT VALUE 'W'.
           05 BS-AMOUNT       PIC 9(07)V9(02).
           05 BS-REFERENCE    PIC X(16).
           05 BS-STU-NO       PIC 9(05).
       01 RECON-CONTROL-RECORD.
           05 RC-BOUNCE-PENALTY PIC 9(05)V9(02).

       FD  REFUND-REGISTER.
           COPY REFUNDRR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       01 WS-BANK-STATUS     PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-REFREG-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
               10 WS-PAY-AMOUNT  PIC 9(07)V9(02).
               10 WS-PAY-DESC    PIC X(20).
               10 WS-PAY-MATCHED PIC X(01).
       01 WS-REFUND-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-REFUND-TABLE.
           05 WS-RF-ENTRY OCCURS 2000 TIMES INDEXED BY RF-INDEX.
               10 WS-RF-VOUCHER-NO PIC 9(06).
               10 WS-RF-STU-NO     PIC 9(05).
               10 WS-RF-DATE       PIC 9(08).
               10 WS-RF-AMOUNT     PIC 9(07)V9(02).
               10 WS-RF-BANK-REF   PIC X(16).
               10 WS-RF-MATCHED    PIC X(01).
       01 WS-REFUND-MATCHED  PIC 9(05) VALUE ZERO.
       01 WS-UNMATCHED-DEBIT PIC 9(05) VALUE ZERO.
       01 WS-UNMATCHED-REFUND PIC 9(05) VALUE ZERO.
       01 WS-BANK-READ       PIC 9(05) VALUE ZERO.
       01 WS-MATCHED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-UNMATCHED-BANK  PIC 9(05) VALUE ZERO.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-RECON-CONTROL.
           PERFORM LOAD-LEDGER-PAYMENTS.
           PERFORM LOAD-REFUND-VOUCHERS.
           OPEN INPUT BANK-STATEMENT.
           IF WS-BANK-STATUS NOT = '00'
               DISPLAY 'NO BANK STATEMENT FILE, NOTHING TO RECONCILE'
                               PERFORM MATCH-ONE-DEPOSIT
                           WHEN BS-DISHONOUR
                               PERFORM PROCESS-DISHONOUR
                           WHEN BS-PAYMENT-OUT
                               PERFORM MATCH-ONE-REFUND
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
           END-PERFORM.
           CLOSE BANK-STATEMENT.
           PERFORM REPORT-UNMATCHED-LEDGER.
           PERFORM REPORT-UNMATCHED-REFUNDS.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE RECON-REPORT.
           DISPLAY 'BANK RECONCILIATION COMPLETE'.
           DISPLAY '  BANK UNMATCHED     : ' WS-UNMATCHED-BANK.
           DISPLAY '  LEDGER UNMATCHED   : ' WS-UNMATCHED-LEDG.
           DISPLAY '  DISHONOURS POSTED  : ' WS-BOUNCE-COUNT.
           DISPLAY '  REFUNDS MATCHED    : ' WS-REFUND-MATCHED.
           DISPLAY '  DEBITS UNMATCHED   : ' WS-UNMATCHED-DEBIT.
           DISPLAY '  VOUCHERS UNPAID    : ' WS-UNMATCHED-REFUND.
           IF WS-UNMATCHED-BANK > ZERO OR WS-UNMATCHED-LEDG > ZERO
               OR WS-UNMATCHED-DEBIT > ZERO
               OR WS-UNMATCHED-REFUND > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
                   'WILL EXCEPT'
           END-IF.

       LOAD-REFUND-VOUCHERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REFUND-REGISTER.
           IF WS-REFREG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ REFUND-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-REFUND-COUNT < 2000
                               ADD 1 TO WS-REFUND-COUNT
                               SET RF-INDEX TO WS-REFUND-COUNT
                               MOVE RF-VOUCHER-NO TO
                                   WS-RF-VOUCHER-NO (RF-INDEX)
                               MOVE RF-STU-NO TO
                                   WS-RF-STU-NO (RF-INDEX)
                               MOVE RF-VOUCHER-DATE TO
                                   WS-RF-DATE (RF-INDEX)
                               MOVE RF-REFUND-AMOUNT TO
                                   WS-RF-AMOUNT (RF-INDEX)
                               MOVE RF-BANK-REF TO
                                   WS-RF-BANK-REF (RF-INDEX)
                               MOVE 'N' TO
                                   WS-RF-MATCHED (RF-INDEX)
                           ELSE
                               DISPLAY 'WARNING - REFUND VOUCHER '
                                   'TABLE FULL, VOUCHER '
                                   RF-VOUCHER-NO ' NOT MATCHED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER
           END-IF.

       WARN-PAYMENT-TABLE-FULL.
      * Unloaded payments would surface as false BANK ONLY /
      * LEDGER ONLY exceptions - say so loudly, once.
               PERFORM WRITE-UNMATCHED-BANK-LINE
           END-IF.

       MATCH-ONE-REFUND.
           MOVE 'N' TO WS-MATCH-FLAG.
           IF BS-STU-NO > ZERO
               PERFORM VARYING RF-INDEX FROM 1 BY 1
                   UNTIL RF-INDEX > WS-REFUND-COUNT
                   OR DEPOSIT-MATCHED
                   IF WS-RF-MATCHED (RF-INDEX) = 'N'
                       AND WS-RF-STU-NO (RF-INDEX) = BS-STU-NO
                       AND WS-RF-AMOUNT (RF-INDEX) = BS-AMOUNT
                       MOVE 'Y' TO WS-RF-MATCHED (RF-INDEX)
                       MOVE 'Y' TO WS-MATCH-FLAG
                   END-IF
               END-PERFORM
           END-IF.
      * The cheque number or transfer reference keyed on the voucher.
           IF NOT DEPOSIT-MATCHED
               PERFORM VARYING RF-INDEX FROM 1 BY 1
                   UNTIL RF-INDEX > WS-REFUND-COUNT
                   OR DEPOSIT-MATCHED
                   IF WS-RF-MATCHED (RF-INDEX) = 'N'
                       AND WS-RF-AMOUNT (RF-INDEX) = BS-AMOUNT
                       AND WS-RF-BANK-REF (RF-INDEX) = BS-REFERENCE
                       MOVE 'Y' TO WS-RF-MATCHED (RF-INDEX)
                       MOVE 'Y' TO WS-MATCH-FLAG
                   END-IF
               END-PERFORM
           END-IF.
           IF DEPOSIT-MATCHED
               ADD 1 TO WS-REFUND-MATCHED
           ELSE
               ADD 1 TO WS-UNMATCHED-DEBIT
               MOVE BS-AMOUNT TO WS-RPT-AMOUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'BANK DEBIT ONLY  STU-NO ' BS-STU-NO
                   '  AMT ' WS-RPT-AMOUNT
                   '  REF ' BS-REFERENCE
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

       PROCESS-DISHONOUR.
           ADD 1 TO WS-BOUNCE-COUNT.
           OPEN EXTEND FEE-LEDGER.
               END-IF
           END-PERFORM.

       REPORT-UNMATCHED-REFUNDS.
           PERFORM VARYING RF-INDEX FROM 1 BY 1
               UNTIL RF-INDEX > WS-REFUND-COUNT
               IF WS-RF-MATCHED (RF-INDEX) = 'N'
                   ADD 1 TO WS-UNMATCHED-REFUND
                   MOVE WS-RF-AMOUNT (RF-INDEX) TO WS-RPT-AMOUNT
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING 'REFUND UNPAID  VCH '
                       WS-RF-VOUCHER-NO (RF-INDEX)
                       '  STU-NO ' WS-RF-STU-NO (RF-INDEX)
                       '  AMT ' WS-RPT-AMOUNT
                       '  DT ' WS-RF-DATE (RF-INDEX)
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
               '  DISHONOURS ' WS-BOUNCE-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING 'REFUNDS MATCHED ' WS-REFUND-MATCHED
               '  DEBIT ONLY ' WS-UNMATCHED-DEBIT
               '  VOUCHERS UNPAID ' WS-UNMATCHED-REFUND
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE ALL '=' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-BANK-READ    TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN =
               WS-MATCHED-COUNT + WS-REFUND-MATCHED.
           COMPUTE RL-RECORDS-REJECTED =
               WS-UNMATCHED-BANK + WS-UNMATCHED-DEBIT.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
