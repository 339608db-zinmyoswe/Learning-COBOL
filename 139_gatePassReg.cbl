      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily gate-pass register for the principal. Prints
      *          every GATEPASS.DAT early release for the run-control
      *          run-date to GATEREG.RPT in time-out order as keyed -
      *          time out, student, class-section, first period
      *          missed, the guardian who collected and the reason -
      *          with whether the release notice went by SMS, the
      *          issuing operator and a count per class for the day.
      *          Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GATEREG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GATE-PASS-FILE ASSIGN TO "GATEPASS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATEPASS-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT GATE-PASS-REGISTER ASSIGN TO "GATEREG.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  GATE-PASS-FILE.
           COPY GATEPASR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  GATE-PASS-REGISTER.
       01 GATE-PASS-REGISTER-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-GATEPASS-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-PASSES-READ     PIC 9(05) VALUE ZERO.
       01 WS-PASS-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-NO-NOTICE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CLASS-TABLE.
           05 WS-CLASS-PASSES OCCURS 12 TIMES PIC 9(03).
       01 WS-CLASS-SUB       PIC 9(02).
       01 WS-SMS-TEXT        PIC X(09).
       01 WS-RPT-CLASS       PIC Z9.
       01 WS-RPT-COUNT       PIC ZZ9.
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
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 12
               MOVE ZERO TO WS-CLASS-PASSES (WS-CLASS-SUB)
           END-PERFORM.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT GATE-PASS-REGISTER.
           PERFORM WRITE-REGISTER-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GATE-PASS-FILE.
           IF WS-GATEPASS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GATE-PASS-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PASSES-READ
                           IF GP-PASS-DATE = WS-RUN-DATE-INT
                               PERFORM WRITE-ONE-PASS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATE-PASS-FILE
           END-IF.
           PERFORM WRITE-REGISTER-FOOTING.
           CLOSE GATE-PASS-REGISTER.
           CLOSE STUDENT-MASTER.
           DISPLAY 'GATE PASSES ON ' WS-RUN-DATE-INT ' : '
               WS-PASS-COUNT.
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

       WRITE-ONE-PASS.
           ADD 1 TO WS-PASS-COUNT.
           IF GP-CLASS > ZERO AND GP-CLASS <= 12
               ADD 1 TO WS-CLASS-PASSES (GP-CLASS)
           END-IF.
           MOVE GP-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO STU-NAME
           END-READ.
           EVALUATE TRUE
               WHEN GP-SMS-SENT
                   MOVE 'SMS SENT' TO WS-SMS-TEXT
               WHEN GP-SMS-OPTED-OUT
                   MOVE 'OPTED OUT' TO WS-SMS-TEXT
                   ADD 1 TO WS-NO-NOTICE-COUNT
               WHEN GP-SMS-HELD
                   MOVE 'SMS HELD' TO WS-SMS-TEXT
                   ADD 1 TO WS-NO-NOTICE-COUNT
               WHEN OTHER
                   MOVE 'NO PHONE' TO WS-SMS-TEXT
                   ADD 1 TO WS-NO-NOTICE-COUNT
           END-EVALUATE.
           MOVE GP-CLASS TO WS-RPT-CLASS.
           MOVE SPACES TO GATE-PASS-REGISTER-LINE.
           STRING GP-TIME-OUT ' ' GP-STU-NO ' ' STU-NAME ' '
               WS-RPT-CLASS '-' GP-SECTION '  P' GP-FROM-PERIOD
               '  ' GP-COLLECTED-BY ' ' GP-RELATION
               DELIMITED BY SIZE INTO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE SPACES TO GATE-PASS-REGISTER-LINE.
           STRING '           REASON : ' GP-REASON '  '
               WS-SMS-TEXT '  BY ' GP-OPERATOR-ID
               DELIMITED BY SIZE INTO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.

       WRITE-REGISTER-HEADING.
           MOVE ALL '=' TO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE SPACES TO GATE-PASS-REGISTER-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE SPACES TO GATE-PASS-REGISTER-LINE.
           STRING '     GATE PASS / EARLY RELEASE REGISTER - '
               WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE ALL '-' TO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE 'TIME STU   NAME            CLS   FROM COLLECTED BY'
               TO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE ALL '-' TO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.

       WRITE-REGISTER-FOOTING.
           IF WS-PASS-COUNT = ZERO
               MOVE '  (NO STUDENT RELEASED EARLY)' TO
                   GATE-PASS-REGISTER-LINE
               WRITE GATE-PASS-REGISTER-LINE
           END-IF.
           MOVE ALL '-' TO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 12
               IF WS-CLASS-PASSES (WS-CLASS-SUB) > ZERO
                   MOVE WS-CLASS-SUB TO WS-RPT-CLASS
                   MOVE WS-CLASS-PASSES (WS-CLASS-SUB) TO WS-RPT-COUNT
                   MOVE SPACES TO GATE-PASS-REGISTER-LINE
                   STRING 'CLASS ' WS-RPT-CLASS ' : ' WS-RPT-COUNT
                       DELIMITED BY SIZE INTO GATE-PASS-REGISTER-LINE
                   WRITE GATE-PASS-REGISTER-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO GATE-PASS-REGISTER-LINE.
           STRING 'RELEASES : ' WS-PASS-COUNT
               '   WITHOUT SMS NOTICE : ' WS-NO-NOTICE-COUNT
               DELIMITED BY SIZE INTO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE SPACES TO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE 'PRINCIPAL SIGN.' TO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.
           MOVE ALL '=' TO GATE-PASS-REGISTER-LINE.
           WRITE GATE-PASS-REGISTER-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'GATEREG '          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-PASSES-READ      TO RL-RECORDS-READ.
           MOVE WS-PASS-COUNT       TO RL-RECORDS-WRITTEN.
           MOVE ZERO                TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM GATEREG.
