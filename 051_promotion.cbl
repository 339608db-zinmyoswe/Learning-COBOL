      *          an explicit, confirmed apply run; the job requires
      *          the term to be closed via TERMCTL and records each
      *          applied term in PROMDONE.DAT so it cannot run twice.
      *          An apply run also appends every decision to
      *          PROMHIST.DAT (class decided in, P promoted / D
      *          detained / V review), the lasting record of each
      *          student's progress that COHORT follows intakes by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-DONE-STATUS.
           SELECT PROMOTION-REGISTER ASSIGN TO "PROMOREG.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROMOTION-HISTORY ASSIGN TO "PROMHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD  PROMOTION-REGISTER.
       01 PROMOTION-REGISTER-LINE PIC X(60).

       FD  PROMOTION-HISTORY.
           COPY PROMHSTR.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-GRADECFG-STATUS PIC X(02) VALUE '00'.
       01 WS-DONE-STATUS     PIC X(02) VALUE '00'.
       01 WS-PHIST-STATUS    PIC X(02) VALUE '00'.
       01 WS-MASTER-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-MASTER    VALUE 'Y'.
       01 WS-GRADECFG-EOF-FLAG PIC X(01) VALUE 'N'.
               GOBACK
           END-IF.
           OPEN OUTPUT PROMOTION-REGISTER.
           IF APPLY-MODE
               OPEN EXTEND PROMOTION-HISTORY
               IF WS-PHIST-STATUS NOT = '00'
                   OPEN OUTPUT PROMOTION-HISTORY
               END-IF
           END-IF.
           PERFORM WRITE-REGISTER-HEADING.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-MASTER NEXT RECORD
           CLOSE PROMOTION-REGISTER.
           CLOSE STUDENT-MASTER.
           IF APPLY-MODE
               CLOSE PROMOTION-HISTORY
               PERFORM RECORD-PROMOTION-DONE
           END-IF.
           DISPLAY 'PROMOTION RUN COMPLETE (' WS-RUN-MODE ' MODE)'.
                   ADD 1 TO WS-RETAINED-COUNT
           END-EVALUATE.
           PERFORM WRITE-REGISTER-DETAIL.
           IF APPLY-MODE
               PERFORM WRITE-PROMOTION-HISTORY
           END-IF.
           IF APPLY-MODE AND WS-DECISION = 'PROMOTED'
               IF STU-CLASS < 12
                   ADD 1 TO STU-CLASS
               END-IF
           END-IF.

       WRITE-PROMOTION-HISTORY.
           MOVE RUN-DATE TO PH-APPLY-DATE.
           MOVE RUN-TERM-CODE TO PH-TERM-CODE.
           MOVE STU-NO IN STUDENT-DETAILS TO PH-STU-NO.
           MOVE STU-GENDER TO PH-GENDER.
           MOVE STU-CLASS TO PH-CLASS.
           EVALUATE WS-DECISION
               WHEN 'PROMOTED'
                   MOVE 'P' TO PH-DECISION
               WHEN 'RETAINED'
                   MOVE 'D' TO PH-DECISION
               WHEN OTHER
                   MOVE 'V' TO PH-DECISION
           END-EVALUATE.
           WRITE PROMOTION-HISTORY-RECORD.

       WRITE-MASTER-JOURNAL.
           MOVE 'R' TO WS-JRNL-ACTION.
           MOVE STUDENT-DETAILS TO WS-JRNL-IMAGE.
