      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term-end co-curricular participation report. Takes
      *          the term from the run-control card, rolls the active
      *          students on STUDENT.IDX up by class, and counts the
      *          ACTIVITY.DAT entries for that term against them to
      *          ACTVPART.RPT: for each class the students on roll,
      *          taking part and taking part in nothing, then per
      *          ACTVMST.DAT activity the number of students taking
      *          part and the placings won (first to third). A second
      *          section lists, class by class, every student with no
      *          co-curricular entry in the term, for the class
      *          teachers to follow up. Entries for students not on
      *          the roll or activity codes not on the master are
      *          counted as rejected. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACTVPART.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACTIVITY-MASTER ASSIGN TO "ACTVMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTVMST-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTIVITY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PARTICIPATION-REPORT ASSIGN TO "ACTVPART.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  ACTIVITY-MASTER.
           COPY ACTVMSTR.

       FD  ACTIVITY-FILE.
           COPY ACTVRECR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  PARTICIPATION-REPORT.
       01 PARTICIPATION-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-ACTVMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-ACTIVITY-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-ACTV-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-ACTIVITY-TABLE.
           05 WS-AM-ENTRY OCCURS 50 TIMES INDEXED BY AM-INDEX.
               10 WS-AM-CODE     PIC X(04).
               10 WS-AM-NAME     PIC X(20).
       01 WS-ROLL-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-ROLL-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 ROLL-TABLE-FULL  VALUE 'Y'.
      * One row per active student; WS-RL-TOOK-PART holds one byte
      * per activity-master slot so a student entered twice for the
      * same activity in the term is counted once.
       01 WS-ROLL-TABLE.
           05 WS-RL-ENTRY OCCURS 3000 TIMES INDEXED BY RL-INDEX.
               10 WS-RL-STU-NO      PIC 9(05).
               10 WS-RL-NAME        PIC X(15).
               10 WS-RL-CLASS       PIC 9(02).
               10 WS-RL-SECTION     PIC X(01).
               10 WS-RL-ENTRIES     PIC 9(03).
               10 WS-RL-TOOK-PART   PIC X(01) OCCURS 50 TIMES.
       01 WS-CLASS-TABLE.
           05 WS-CL-ROW OCCURS 12 TIMES INDEXED BY CLS-INDEX.
               10 WS-CL-ON-ROLL     PIC 9(04).
               10 WS-CL-TAKING-PART PIC 9(04).
               10 WS-CL-ACTV-CELL OCCURS 50 TIMES.
                   15 WS-CL-PARTICIPANTS PIC 9(04).
                   15 WS-CL-PLACINGS     PIC 9(04).
       01 WS-ACTV-SLOT       PIC 9(02) VALUE ZERO.
       01 WS-ROLL-SLOT       PIC 9(04) VALUE ZERO.
       01 WS-CLASS-SUB       PIC 9(02) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-COUNTED PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-REJECTED PIC 9(05) VALUE ZERO.
       01 WS-NONE-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-RPT-CLASS       PIC 9(02).
       01 WS-RPT-ROLL        PIC ZZZ9.
       01 WS-RPT-PART        PIC ZZZ9.
       01 WS-RPT-NONE        PIC ZZZ9.
       01 WS-RPT-PLACINGS    PIC ZZZ9.
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
           PERFORM LOAD-ACTIVITY-MASTER.
           PERFORM LOAD-CLASS-ROLL.
           IF WS-ROLL-COUNT = ZERO
               DISPLAY 'NO ACTIVE STUDENTS ON MASTER, NO REPORT'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           IF ROLL-TABLE-FULL
               DISPLAY 'MORE THAN ' WS-ROLL-COUNT ' ACTIVE STUDENTS - '
                   'REPORT COVERS THE FIRST ' WS-ROLL-COUNT ' ONLY'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM COUNT-TERM-ACTIVITIES.
           PERFORM TALLY-CLASS-PARTICIPATION.
           OPEN OUTPUT PARTICIPATION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING CLS-INDEX FROM 1 BY 1
               UNTIL CLS-INDEX > 12
               IF WS-CL-ON-ROLL (CLS-INDEX) > ZERO
                   PERFORM WRITE-CLASS-SUMMARY
               END-IF
           END-PERFORM.
           PERFORM WRITE-NON-PARTICIPANTS.
           CLOSE PARTICIPATION-REPORT.
           DISPLAY 'TERM : ' RUN-TERM-CODE '  ENTRIES COUNTED : '
               WS-RECORDS-COUNTED '  NOT TAKING PART : '
               WS-NONE-COUNT.
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

       LOAD-ACTIVITY-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACTIVITY-MASTER.
           IF WS-ACTVMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ACTIVITY-MASTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ACTV-COUNT < 50
                               ADD 1 TO WS-ACTV-COUNT
                               SET AM-INDEX TO WS-ACTV-COUNT
                               MOVE AM-ACTIVITY-CODE TO
                                   WS-AM-CODE (AM-INDEX)
                               MOVE AM-ACTIVITY-NAME TO
                                   WS-AM-NAME (AM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-MASTER
           END-IF.

       LOAD-CLASS-ROLL.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF (STU-ACTIVE OR STU-RESTORED)
                               AND STU-CLASS > ZERO
                               AND STU-CLASS NOT > 12
                               PERFORM ADD-TO-CLASS-ROLL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       ADD-TO-CLASS-ROLL.
           IF WS-ROLL-COUNT < 3000
               ADD 1 TO WS-ROLL-COUNT
               SET RL-INDEX TO WS-ROLL-COUNT
               MOVE STU-NO IN STUDENT-DETAILS TO
                   WS-RL-STU-NO (RL-INDEX)
               MOVE STU-NAME    TO WS-RL-NAME (RL-INDEX)
               MOVE STU-CLASS   TO WS-RL-CLASS (RL-INDEX)
               MOVE STU-SECTION TO WS-RL-SECTION (RL-INDEX)
               MOVE ZERO        TO WS-RL-ENTRIES (RL-INDEX)
               PERFORM VARYING WS-ACTV-SLOT FROM 1 BY 1
                   UNTIL WS-ACTV-SLOT > 50
                   MOVE 'N' TO WS-RL-TOOK-PART (RL-INDEX, WS-ACTV-SLOT)
               END-PERFORM
           ELSE
               SET ROLL-TABLE-FULL TO TRUE
           END-IF.

       COUNT-TERM-ACTIVITIES.
           PERFORM VARYING CLS-INDEX FROM 1 BY 1
               UNTIL CLS-INDEX > 12
               MOVE ZERO TO WS-CL-ON-ROLL (CLS-INDEX)
               MOVE ZERO TO WS-CL-TAKING-PART (CLS-INDEX)
               PERFORM VARYING WS-ACTV-SLOT FROM 1 BY 1
                   UNTIL WS-ACTV-SLOT > 50
                   MOVE ZERO TO
                       WS-CL-PARTICIPANTS (CLS-INDEX, WS-ACTV-SLOT)
                   MOVE ZERO TO
                       WS-CL-PLACINGS (CLS-INDEX, WS-ACTV-SLOT)
               END-PERFORM
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ACTIVITY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AA-TERM-CODE = RUN-TERM-CODE
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM COUNT-ONE-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF.

       COUNT-ONE-ACTIVITY.
           MOVE ZERO TO WS-ROLL-SLOT.
           PERFORM VARYING RL-INDEX FROM 1 BY 1
               UNTIL RL-INDEX > WS-ROLL-COUNT OR WS-ROLL-SLOT > ZERO
               IF WS-RL-STU-NO (RL-INDEX) = AA-STU-NO
                   SET WS-ROLL-SLOT TO RL-INDEX
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-ACTV-SLOT.
           PERFORM VARYING AM-INDEX FROM 1 BY 1
               UNTIL AM-INDEX > WS-ACTV-COUNT
               IF WS-AM-CODE (AM-INDEX) = AA-ACTIVITY-CODE
                   SET WS-ACTV-SLOT TO AM-INDEX
               END-IF
           END-PERFORM.
           IF WS-ROLL-SLOT = ZERO OR WS-ACTV-SLOT = ZERO
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               ADD 1 TO WS-RECORDS-COUNTED
               SET RL-INDEX TO WS-ROLL-SLOT
               SET CLS-INDEX TO WS-RL-CLASS (RL-INDEX)
               ADD 1 TO WS-RL-ENTRIES (RL-INDEX)
               IF WS-RL-TOOK-PART (RL-INDEX, WS-ACTV-SLOT) = 'N'
                   MOVE 'Y' TO WS-RL-TOOK-PART (RL-INDEX, WS-ACTV-SLOT)
                   ADD 1 TO
                       WS-CL-PARTICIPANTS (CLS-INDEX, WS-ACTV-SLOT)
               END-IF
               IF AA-FIRST-PLACE OR AA-SECOND-PLACE OR AA-THIRD-PLACE
                   ADD 1 TO WS-CL-PLACINGS (CLS-INDEX, WS-ACTV-SLOT)
               END-IF
           END-IF.

       TALLY-CLASS-PARTICIPATION.
           PERFORM VARYING RL-INDEX FROM 1 BY 1
               UNTIL RL-INDEX > WS-ROLL-COUNT
               SET CLS-INDEX TO WS-RL-CLASS (RL-INDEX)
               ADD 1 TO WS-CL-ON-ROLL (CLS-INDEX)
               IF WS-RL-ENTRIES (RL-INDEX) > ZERO
                   ADD 1 TO WS-CL-TAKING-PART (CLS-INDEX)
               ELSE
                   ADD 1 TO WS-NONE-COUNT
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.
           MOVE SPACES TO PARTICIPATION-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.
           MOVE SPACES TO PARTICIPATION-LINE.
           STRING '     CO-CURRICULAR PARTICIPATION - TERM '
               RUN-TERM-CODE DELIMITED BY SIZE
               INTO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.
           MOVE ALL '-' TO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.

       WRITE-CLASS-SUMMARY.
           SET WS-RPT-CLASS TO CLS-INDEX.
           MOVE WS-CL-ON-ROLL (CLS-INDEX) TO WS-RPT-ROLL.
           MOVE WS-CL-TAKING-PART (CLS-INDEX) TO WS-RPT-PART.
           COMPUTE WS-RPT-NONE = WS-CL-ON-ROLL (CLS-INDEX)
               - WS-CL-TAKING-PART (CLS-INDEX).
           MOVE SPACES TO PARTICIPATION-LINE.
           STRING 'CLASS ' WS-RPT-CLASS '  ON ROLL ' WS-RPT-ROLL
               '  TAKING PART ' WS-RPT-PART '  IN NOTHING '
               WS-RPT-NONE DELIMITED BY SIZE
               INTO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.
           PERFORM VARYING AM-INDEX FROM 1 BY 1
               UNTIL AM-INDEX > WS-ACTV-COUNT
               IF WS-CL-PARTICIPANTS (CLS-INDEX, AM-INDEX) > ZERO
                   PERFORM WRITE-CLASS-ACTIVITY-LINE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.

       WRITE-CLASS-ACTIVITY-LINE.
           MOVE WS-CL-PARTICIPANTS (CLS-INDEX, AM-INDEX) TO
               WS-RPT-PART.
           MOVE WS-CL-PLACINGS (CLS-INDEX, AM-INDEX) TO
               WS-RPT-PLACINGS.
           MOVE SPACES TO PARTICIPATION-LINE.
           STRING '    ' WS-AM-CODE (AM-INDEX) ' '
               WS-AM-NAME (AM-INDEX) '  STUDENTS ' WS-RPT-PART
               '  PLACINGS ' WS-RPT-PLACINGS
               DELIMITED BY SIZE INTO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.

       WRITE-NON-PARTICIPANTS.
           MOVE SPACES TO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.
           MOVE 'STUDENTS TAKING PART IN NO ACTIVITY THIS TERM' TO
               PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.
           MOVE ALL '-' TO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 12
               PERFORM VARYING RL-INDEX FROM 1 BY 1
                   UNTIL RL-INDEX > WS-ROLL-COUNT
                   IF WS-RL-CLASS (RL-INDEX) = WS-CLASS-SUB
                       AND WS-RL-ENTRIES (RL-INDEX) = ZERO
                       PERFORM WRITE-NON-PARTICIPANT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-NONE-COUNT = ZERO
               MOVE '    (NONE - EVERY STUDENT TOOK PART)' TO
                   PARTICIPATION-LINE
               WRITE PARTICIPATION-LINE
           END-IF.
           MOVE ALL '=' TO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.

       WRITE-NON-PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPATION-LINE.
           STRING 'CLASS ' WS-RL-CLASS (RL-INDEX) '/'
               WS-RL-SECTION (RL-INDEX) '  '
               WS-RL-STU-NO (RL-INDEX) ' ' WS-RL-NAME (RL-INDEX)
               DELIMITED BY SIZE INTO PARTICIPATION-LINE.
           WRITE PARTICIPATION-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'ACTVPART'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-RECORDS-COUNTED  TO RL-RECORDS-WRITTEN.
           MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM ACTVPART.
