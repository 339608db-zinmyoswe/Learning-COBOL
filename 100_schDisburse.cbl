      *          master - are listed on the SCHDISB.RPT
      *          reconciliation report, which proves every decided
      *          award was posted exactly once or explains why not.
      *          Each run appends its job-history row to RUNLOG.DAT
      *          so the compliance calendar can see the claim posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RECON-REPORT ASSIGN TO "SCHDISB.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  RECON-REPORT.
       01 RECON-REPORT-LINE   PIC X(72).

       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-AWARD-AMOUNT    PIC 9(07)V9(02) VALUE 1000.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-DISBURSE-CONTROL.
           PERFORM LOAD-AWARD-DECISIONS.
               DISPLAY 'NO AWARD DECISIONS ON FILE - RUN SCHAWARD '
                   'FIRST'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
               DISPLAY 'RECONCILIATION MISMATCH !!'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       LOAD-RUN-CONTROL.
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

       LOAD-DISBURSE-CONTROL.
           OPEN INPUT DISBURSE-CONTROL.
           WRITE RECON-REPORT-LINE.
           MOVE ALL '=' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'SCHDISB '       TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE    TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT  TO RL-RUN-DATE.
           MOVE WS-START-TIME    TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-DECIDED-COUNT TO RL-RECORDS-READ.
           MOVE WS-POSTED-COUNT  TO RL-RECORDS-WRITTEN.
           MOVE WS-BLOCKED-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE      TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM SCHDISB.
