      *          number the candidate is identified by in the hall
      *          stops living in a notebook. BOARDEXP carries the
      *          mapped number on the submission and ADMITCRD prints
      *          it on admit cards. A number is refused while DOCCHK
      *          finds mandatory admission documents still pending on
      *          STUDOCS.DAT, unless OVERCHK honours a DOCSPEND
      *          supervisor override for the student. The board
      *          class check flags every board class at once - the
      *          classes DVALPARM.DAT names, else 10 and 12 - and
      *          appends one job-history row to RUNLOG.DAT for the
      *          cohort, condition 0 only when every student of every
      *          board class holds a number, 4 when any is still
      *          missing, so the compliance calendar can see
      *          registration is complete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT VALUATION-PARM-FILE ASSIGN TO "DVALPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  VALUATION-PARM-FILE.
           COPY DVALPRMR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-BOARDREG-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-TODAY           PIC 9(08) VALUE ZERO.
       01 WS-CHECKED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-MASTER    VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 5.
       01 WS-WORK-TERM       PIC 9(02).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-REG-NO     PIC X(12).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-SCAN-MODE       PIC X(01) VALUE 'C'.
           88 SCAN-BOARD-CLASSES VALUE 'B'.
       01 WS-CLASS-SUB       PIC 9(02).
       01 WS-IN-SCOPE-FLAG   PIC X(01) VALUE 'N'.
           88 STUDENT-IN-SCOPE VALUE 'Y'.
       01 WS-BOARD-CLASS-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAPPED-FLAGS.
           05 WS-MAPPED-FLAG OCCURS 99999 TIMES
               INDEXED BY MAP-INDEX PIC X(01).
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-MISSING-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-DOCS-PENDING    PIC 9(02) VALUE ZERO.
       01 WS-OVERRIDE-GATE   PIC X(08) VALUE 'DOCSPEND'.
       01 WS-OVERRIDE-PROGRAM PIC X(08) VALUE 'BRDREGNO'.
       01 WS-OVERRIDE-RESULT PIC X(01) VALUE 'N'.
           88 OVERRIDE-GRANTED VALUE 'Y'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY '1. ASSIGN BOARD REGISTRATION NUMBER'
               DISPLAY '2. LIST A COHORT''S ASSIGNMENTS'
               DISPLAY '3. FLAG UNASSIGNED STUDENTS OF A CLASS'
               DISPLAY '4. CHECK ALL BOARD CLASSES FOR A COHORT'
               DISPLAY '5. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 3
                       PERFORM FLAG-UNASSIGNED
                   WHEN 4
                       PERFORM CHECK-BOARD-CLASSES
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
           ACCEPT WS-WORK-STU-NO.
           DISPLAY 'ENTER BOARD REGISTRATION NO : '.
           ACCEPT WS-WORK-REG-NO.
           MOVE 'Y' TO WS-OVERRIDE-RESULT.
           IF WS-WORK-REG-NO NOT = SPACES
               CALL 'DOCCHK' USING WS-WORK-STU-NO WS-DOCS-PENDING
               IF WS-DOCS-PENDING > ZERO
      * Outstanding mandatory documents block the number unless a
      * supervisor has registered an override for this student,
      * consumed on use.
                   CALL 'OVERCHK' USING WS-OVERRIDE-GATE
                       WS-WORK-STU-NO WS-OVERRIDE-PROGRAM
                       WS-OVERRIDE-RESULT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-WORK-REG-NO = SPACES
                   DISPLAY 'REGISTRATION NUMBER REQUIRED, NOT ASSIGNED'
               WHEN NOT OVERRIDE-GRANTED
                   DISPLAY 'STU-NO ' WS-WORK-STU-NO ' HAS '
                       WS-DOCS-PENDING ' MANDATORY ADMISSION '
                       'DOCUMENTS PENDING - NOT ASSIGNED'
                   DISPLAY 'RECORD THEM AT ADMDOCS OR OBTAIN A '
                       'DOCSPEND OVERRIDE'
               WHEN OTHER
                   OPEN EXTEND BOARD-REG-FILE
                   IF WS-BOARDREG-STATUS NOT = '00'
                       OPEN OUTPUT BOARD-REG-FILE
                   END-IF
                   MOVE WS-WORK-TERM   TO BG-TERM-CODE
                   MOVE WS-WORK-STU-NO TO BG-STU-NO
                   MOVE WS-WORK-REG-NO TO BG-BOARD-REG-NO
                   WRITE BOARD-REG-RECORD
                   CLOSE BOARD-REG-FILE
                   DISPLAY 'BOARD NUMBER RECORDED (LATEST ENTRY WINS)'
           END-EVALUATE.

       LIST-COHORT.
           DISPLAY 'ENTER EXAM COHORT (TERM CODE) : '.
           ACCEPT WS-WORK-TERM.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           MOVE 'C' TO WS-SCAN-MODE.
           PERFORM LOAD-MAPPED-FLAGS.
           PERFORM SCAN-MASTER-FOR-MISSING.
           DISPLAY 'STUDENTS WITHOUT BOARD NUMBERS : '
               WS-MISSING-COUNT.

      * One pass over every board class, logged once for the cohort,
      * so a clean log row means the whole cohort is registered.
       CHECK-BOARD-CLASSES.
           DISPLAY 'ENTER EXAM COHORT (TERM CODE) : '.
           ACCEPT WS-WORK-TERM.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-BOARD-CLASSES.
           MOVE 'B' TO WS-SCAN-MODE.
           PERFORM LOAD-MAPPED-FLAGS.
           PERFORM SCAN-MASTER-FOR-MISSING.
           IF WS-MASTER-STATUS = '00'
               PERFORM WRITE-RUN-LOG
           END-IF.
           DISPLAY 'BOARD CLASSES CHECKED : ' WS-BOARD-CLASS-COUNT
               '  STUDENTS : ' WS-CHECKED-COUNT.
           DISPLAY 'STUDENTS WITHOUT BOARD NUMBERS : '
               WS-MISSING-COUNT.

       LOAD-BOARD-CLASSES.
           MOVE SPACES TO DP-BOARD-CLASSES.
           OPEN INPUT VALUATION-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ VALUATION-PARM-FILE
                   AT END
                       MOVE SPACES TO DP-BOARD-CLASSES
               END-READ
               CLOSE VALUATION-PARM-FILE
           END-IF.
           MOVE ZERO TO WS-BOARD-CLASS-COUNT.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 12
               IF DP-BOARD-CLASS (WS-CLASS-SUB) = 'Y'
                   ADD 1 TO WS-BOARD-CLASS-COUNT
               END-IF
           END-PERFORM.
           IF WS-BOARD-CLASS-COUNT = ZERO
               MOVE 'Y' TO DP-BOARD-CLASS (10) DP-BOARD-CLASS (12)
               MOVE 2 TO WS-BOARD-CLASS-COUNT
           END-IF.

       LOAD-MAPPED-FLAGS.
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
               UNTIL MAP-INDEX > 99999
               MOVE 'N' TO WS-MAPPED-FLAG (MAP-INDEX)
               END-PERFORM
               CLOSE BOARD-REG-FILE
           END-IF.

       SCAN-MASTER-FOR-MISSING.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE ZERO TO WS-CHECKED-COUNT.
           MOVE 'N' TO WS-MASTER-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL END-OF-MASTER
                       AT END
                           SET END-OF-MASTER TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-STUDENT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       CHECK-ONE-STUDENT.
           MOVE 'N' TO WS-IN-SCOPE-FLAG.
           IF SCAN-BOARD-CLASSES
               IF STU-CLASS >= 1 AND STU-CLASS <= 12
                   IF DP-BOARD-CLASS (STU-CLASS) = 'Y'
                       MOVE 'Y' TO WS-IN-SCOPE-FLAG
                   END-IF
               END-IF
           ELSE
               IF STU-CLASS = WS-WORK-CLASS
                   MOVE 'Y' TO WS-IN-SCOPE-FLAG
               END-IF
           END-IF.
           IF STUDENT-IN-SCOPE
               AND (STU-ACTIVE OR STU-RESTORED)
               AND STU-NO IN STUDENT-DETAILS > ZERO
               ADD 1 TO WS-CHECKED-COUNT
               SET MAP-INDEX TO STU-NO IN STUDENT-DETAILS
               IF WS-MAPPED-FLAG (MAP-INDEX) NOT = 'Y'
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY 'NO BOARD NUMBER : '
                       STU-NO IN STUDENT-DETAILS
                       ' CLASS ' STU-CLASS ' ' STU-NAME
               END-IF
           END-IF.

       WRITE-RUN-LOG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'BRDREGNO'       TO RL-PROGRAM-ID.
           MOVE WS-WORK-TERM     TO RL-TERM-CODE.
           MOVE WS-TODAY         TO RL-RUN-DATE.
           MOVE WS-START-TIME    TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-CHECKED-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN =
               WS-CHECKED-COUNT - WS-MISSING-COUNT.
           MOVE WS-MISSING-COUNT TO RL-RECORDS-REJECTED.
           IF WS-MISSING-COUNT = ZERO
               MOVE ZERO TO RL-CONDITION-CODE
           ELSE
               MOVE 4 TO RL-CONDITION-CODE
           END-IF.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM BRDREGNO.
