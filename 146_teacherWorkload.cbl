      ******************************************************************
      * Author:
      * Date:
      * Purpose: Teacher workload analysis for the principal, so the
      *          duty spread can be rebalanced before the next
      *          timetable is drawn. For every teacher on TCHRMST.DAT
      *          it combines the weekly teaching periods on
      *          TIMETBL.DAT, the running invigilation duty count on
      *          INVIGHST.DAT, the sections the teacher is class
      *          teacher of on CLSTCHR.DAT and the periods covered as
      *          a substitute on SUBSTREG.DAT (from the date on the
      *          optional TCHRLDCT.DAT control card, the whole
      *          register when absent). The weekly load is the
      *          teaching periods plus a period allowance for each
      *          class-teacher section; a load under the minimum or
      *          over the maximum, and invigilation or substitution
      *          counts over their limits, are flagged - limits from
      *          the control card, defaults used without one.
      *          WORKLOAD.RPT lists the teachers by department with
      *          the department average and the school average.
      *          Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TCHRLOAD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMETBL-STATUS.
           SELECT DUTY-HISTORY ASSIGN TO "INVIGHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CLASS-TEACHER-FILE ASSIGN TO "CLSTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSTCHR-STATUS.
           SELECT SUBSTITUTION-REGISTER ASSIGN TO "SUBSTREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBSTREG-STATUS.
           SELECT WORKLOAD-CONTROL ASSIGN TO "TCHRLDCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT WORKLOAD-REPORT ASSIGN TO "WORKLOAD.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  TIMETABLE-FILE.
           COPY TIMETBLR.

       FD  DUTY-HISTORY.
       01 DUTY-HISTORY-RECORD.
           05 DH-TEACHER-ID   PIC 9(04).
           05 DH-DUTY-COUNT   PIC 9(05).

       FD  CLASS-TEACHER-FILE.
       01 CLASS-TEACHER-RECORD.
           05 CT-CLASS        PIC 9(02).
           05 CT-SECTION      PIC X(01).
           05 CT-TEACHER-ID   PIC 9(04).
           05 CT-TEACHER-NAME PIC X(15).

       FD  SUBSTITUTION-REGISTER.
           COPY SUBSTRGR.

       FD  WORKLOAD-CONTROL.
       01 WORKLOAD-CONTROL-RECORD.
           05 WC-MIN-LOAD       PIC 9(02).
           05 WC-MAX-LOAD       PIC 9(02).
           05 WC-CT-ALLOWANCE   PIC 9(02).
           05 WC-MAX-INVIG      PIC 9(03).
           05 WC-MAX-SUBST      PIC 9(03).
           05 WC-SUBST-FROM     PIC 9(08).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  WORKLOAD-REPORT.
       01 WORKLOAD-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-TIMETBL-STATUS  PIC X(02) VALUE '00'.
       01 WS-HISTORY-STATUS  PIC X(02) VALUE '00'.
       01 WS-CLSTCHR-STATUS  PIC X(02) VALUE '00'.
       01 WS-SUBSTREG-STATUS PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-UNKNOWN-COUNT   PIC 9(05) VALUE ZERO.
      * Load limits - overridden by the TCHRLDCT.DAT card.
       01 WS-MIN-LOAD        PIC 9(02) VALUE 18.
       01 WS-MAX-LOAD        PIC 9(02) VALUE 36.
       01 WS-CT-ALLOWANCE    PIC 9(02) VALUE 2.
       01 WS-MAX-INVIG       PIC 9(03) VALUE 20.
       01 WS-MAX-SUBST       PIC 9(03) VALUE 15.
       01 WS-SUBST-FROM      PIC 9(08) VALUE ZERO.
       01 WS-TCHRMST-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-TEACHER-MASTER-TABLE.
           05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY TM-INDEX.
               10 WS-TM-ID       PIC 9(04).
               10 WS-TM-NAME     PIC X(15).
               10 WS-TM-DEPT     PIC X(12).
               10 WS-TM-PERIODS  PIC 9(03).
               10 WS-TM-CT-COUNT PIC 9(02).
               10 WS-TM-INVIG    PIC 9(05).
               10 WS-TM-SUBST    PIC 9(04).
               10 WS-TM-LOAD     PIC 9(03).
       01 WS-ORDER-TABLE.
           05 WS-ORD-SUB OCCURS 50 TIMES PIC 9(02).
       01 WS-ORD-I           PIC 9(02).
       01 WS-ORD-J           PIC 9(02).
       01 WS-ORD-LOW         PIC 9(02).
       01 WS-ORD-HOLD        PIC 9(02).
       01 WS-SUB-A           PIC 9(02).
       01 WS-SUB-B           PIC 9(02).
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-TEACHER-FOUND   PIC X(01).
           88 TEACHER-ON-MASTER VALUE 'Y'.
       01 WS-CURRENT-DEPT    PIC X(12).
       01 WS-DEPT-TEACHERS   PIC 9(03) VALUE ZERO.
       01 WS-DEPT-PERIODS    PIC 9(05) VALUE ZERO.
       01 WS-DEPT-LOAD       PIC 9(05) VALUE ZERO.
       01 WS-DEPT-INVIG      PIC 9(07) VALUE ZERO.
       01 WS-DEPT-SUBST      PIC 9(06) VALUE ZERO.
       01 WS-SCHOOL-TEACHERS PIC 9(03) VALUE ZERO.
       01 WS-SCHOOL-LOAD     PIC 9(06) VALUE ZERO.
       01 WS-OVER-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-UNDER-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-DUTY-FLAG-COUNT PIC 9(03) VALUE ZERO.
       01 WS-AVERAGE         PIC 9(05)V9(01).
       01 WS-LOAD-FLAG       PIC X(05).
       01 WS-DUTY-FLAG       PIC X(09).
       01 WS-RPT-PERIODS     PIC ZZ9.
       01 WS-RPT-CT          PIC Z9.
       01 WS-RPT-INVIG       PIC ZZZZ9.
       01 WS-RPT-SUBST       PIC ZZZ9.
       01 WS-RPT-LOAD        PIC ZZ9.
       01 WS-RPT-AVG-PDS     PIC ZZZ9.9.
       01 WS-RPT-AVG-LOAD    PIC ZZZ9.9.
       01 WS-RPT-AVG-INVIG   PIC ZZZZ9.9.
       01 WS-RPT-AVG-SUBST   PIC ZZZ9.9.
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
           PERFORM LOAD-WORKLOAD-CONTROL.
           PERFORM LOAD-TEACHER-MASTER.
           IF WS-TCHRMST-COUNT = ZERO
               DISPLAY 'NO TEACHERS ON TCHRMST.DAT - NOTHING TO '
                   'ANALYSE'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM TALLY-TIMETABLE.
           PERFORM TALLY-INVIGILATION.
           PERFORM TALLY-CLASS-TEACHERS.
           PERFORM TALLY-SUBSTITUTIONS.
           PERFORM SORT-TEACHERS-BY-DEPT.
           OPEN OUTPUT WORKLOAD-REPORT.
           PERFORM WRITE-WORKLOAD-HEADING.
           MOVE SPACES TO WS-CURRENT-DEPT.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-TCHRMST-COUNT
               MOVE WS-ORD-SUB (WS-ORD-I) TO WS-SUB-A
               IF WS-ORD-I > 1
                   AND WS-TM-DEPT (WS-SUB-A) NOT = WS-CURRENT-DEPT
                   PERFORM WRITE-DEPT-AVERAGE
               END-IF
               IF WS-ORD-I = 1
                   OR WS-TM-DEPT (WS-SUB-A) NOT = WS-CURRENT-DEPT
                   PERFORM START-DEPT-GROUP
               END-IF
               PERFORM WRITE-ONE-TEACHER
           END-PERFORM.
           PERFORM WRITE-DEPT-AVERAGE.
           PERFORM WRITE-WORKLOAD-FOOTING.
           CLOSE WORKLOAD-REPORT.
           DISPLAY 'WORKLOAD REPORT WRITTEN - TEACHERS : '
               WS-SCHOOL-TEACHERS ' OVER : ' WS-OVER-COUNT
               ' UNDER : ' WS-UNDER-COUNT.
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

       LOAD-WORKLOAD-CONTROL.
           OPEN INPUT WORKLOAD-CONTROL.
           IF WS-CONTROL-STATUS = '00'
               READ WORKLOAD-CONTROL
                   NOT AT END
                       MOVE WC-MIN-LOAD     TO WS-MIN-LOAD
                       MOVE WC-MAX-LOAD     TO WS-MAX-LOAD
                       MOVE WC-CT-ALLOWANCE TO WS-CT-ALLOWANCE
                       MOVE WC-MAX-INVIG    TO WS-MAX-INVIG
                       MOVE WC-MAX-SUBST    TO WS-MAX-SUBST
                       MOVE WC-SUBST-FROM   TO WS-SUBST-FROM
               END-READ
               CLOSE WORKLOAD-CONTROL
           ELSE
               DISPLAY 'NO WORKLOAD CONTROL CARD, DEFAULTS USED : '
                   'LOAD ' WS-MIN-LOAD '-' WS-MAX-LOAD
                   ' INVIG ' WS-MAX-INVIG ' SUBST ' WS-MAX-SUBST
           END-IF.

       LOAD-TEACHER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WS-TCHRMST-COUNT < 50
                               ADD 1 TO WS-TCHRMST-COUNT
                               SET TM-INDEX TO WS-TCHRMST-COUNT
                               PERFORM STORE-ONE-TEACHER
                           ELSE
                               DISPLAY 'TEACHER TABLE FULL - '
                                   TM-TEACHER-ID ' NOT ANALYSED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.

       STORE-ONE-TEACHER.
           MOVE TM-TEACHER-ID   TO WS-TM-ID (TM-INDEX).
           MOVE TM-TEACHER-NAME TO WS-TM-NAME (TM-INDEX).
           MOVE TM-DEPARTMENT   TO WS-TM-DEPT (TM-INDEX).
           MOVE ZERO TO WS-TM-PERIODS (TM-INDEX).
           MOVE ZERO TO WS-TM-CT-COUNT (TM-INDEX).
           MOVE ZERO TO WS-TM-INVIG (TM-INDEX).
           MOVE ZERO TO WS-TM-SUBST (TM-INDEX).
           MOVE ZERO TO WS-TM-LOAD (TM-INDEX).

       FIND-TEACHER.
           MOVE 'N' TO WS-TEACHER-FOUND.
           SET TM-INDEX TO 1.
           SEARCH WS-TM-ENTRY
               AT END
                   CONTINUE
               WHEN TM-INDEX > WS-TCHRMST-COUNT
                   CONTINUE
               WHEN WS-TM-ID (TM-INDEX) = WS-WORK-TCHR
                   MOVE 'Y' TO WS-TEACHER-FOUND
           END-SEARCH.
           IF NOT TEACHER-ON-MASTER
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.

       TALLY-TIMETABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETBL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TIMETABLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE TT-TEACHER-ID TO WS-WORK-TCHR
                           PERFORM FIND-TEACHER
                           IF TEACHER-ON-MASTER
                               ADD 1 TO WS-TM-PERIODS (TM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           ELSE
               DISPLAY 'NO TIMETBL.DAT - TEACHING PERIODS SHOWN AS '
                   'ZERO'
           END-IF.

       TALLY-INVIGILATION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DUTY-HISTORY.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DUTY-HISTORY
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE DH-TEACHER-ID TO WS-WORK-TCHR
                           PERFORM FIND-TEACHER
                           IF TEACHER-ON-MASTER
                               ADD DH-DUTY-COUNT TO
                                   WS-TM-INVIG (TM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUTY-HISTORY
           END-IF.

       TALLY-CLASS-TEACHERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CLASS-TEACHER-FILE.
           IF WS-CLSTCHR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CLASS-TEACHER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE CT-TEACHER-ID TO WS-WORK-TCHR
                           PERFORM FIND-TEACHER
                           IF TEACHER-ON-MASTER
                               ADD 1 TO WS-TM-CT-COUNT (TM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-TEACHER-FILE
           END-IF.

       TALLY-SUBSTITUTIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBSTITUTION-REGISTER.
           IF WS-SUBSTREG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBSTITUTION-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SB-COVERED
                               AND SB-DATE NOT < WS-SUBST-FROM
                               ADD 1 TO WS-RECORDS-READ
                               MOVE SB-SUBST-TCHR TO WS-WORK-TCHR
                               PERFORM FIND-TEACHER
                               IF TEACHER-ON-MASTER
                                   ADD 1 TO WS-TM-SUBST (TM-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUTION-REGISTER
           END-IF.

       SORT-TEACHERS-BY-DEPT.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-TCHRMST-COUNT
               MOVE WS-ORD-I TO WS-ORD-SUB (WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-TCHRMST-COUNT
               MOVE WS-ORD-I TO WS-ORD-LOW
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                   UNTIL WS-ORD-J > WS-TCHRMST-COUNT
                   MOVE WS-ORD-SUB (WS-ORD-J) TO WS-SUB-A
                   MOVE WS-ORD-SUB (WS-ORD-LOW) TO WS-SUB-B
                   IF WS-TM-DEPT (WS-SUB-A) < WS-TM-DEPT (WS-SUB-B)
                       OR (WS-TM-DEPT (WS-SUB-A)
                           = WS-TM-DEPT (WS-SUB-B)
                       AND WS-TM-ID (WS-SUB-A) < WS-TM-ID (WS-SUB-B))
                       MOVE WS-ORD-J TO WS-ORD-LOW
                   END-IF
               END-PERFORM
               MOVE WS-ORD-SUB (WS-ORD-I) TO WS-ORD-HOLD
               MOVE WS-ORD-SUB (WS-ORD-LOW) TO WS-ORD-SUB (WS-ORD-I)
               MOVE WS-ORD-HOLD TO WS-ORD-SUB (WS-ORD-LOW)
           END-PERFORM.

       START-DEPT-GROUP.
           MOVE WS-TM-DEPT (WS-SUB-A) TO WS-CURRENT-DEPT.
           MOVE ZERO TO WS-DEPT-TEACHERS.
           MOVE ZERO TO WS-DEPT-PERIODS.
           MOVE ZERO TO WS-DEPT-LOAD.
           MOVE ZERO TO WS-DEPT-INVIG.
           MOVE ZERO TO WS-DEPT-SUBST.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           STRING 'DEPARTMENT : ' WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.

       WRITE-ONE-TEACHER.
           COMPUTE WS-TM-LOAD (WS-SUB-A) = WS-TM-PERIODS (WS-SUB-A)
               + WS-TM-CT-COUNT (WS-SUB-A) * WS-CT-ALLOWANCE.
           EVALUATE TRUE
               WHEN WS-TM-LOAD (WS-SUB-A) > WS-MAX-LOAD
                   MOVE 'OVER' TO WS-LOAD-FLAG
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-TM-LOAD (WS-SUB-A) < WS-MIN-LOAD
                   MOVE 'UNDER' TO WS-LOAD-FLAG
                   ADD 1 TO WS-UNDER-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-LOAD-FLAG
           END-EVALUATE.
           MOVE SPACES TO WS-DUTY-FLAG.
           IF WS-TM-INVIG (WS-SUB-A) > WS-MAX-INVIG
               MOVE 'INV+' TO WS-DUTY-FLAG (1:4)
           END-IF.
           IF WS-TM-SUBST (WS-SUB-A) > WS-MAX-SUBST
               MOVE 'SUB+' TO WS-DUTY-FLAG (6:4)
           END-IF.
           IF WS-DUTY-FLAG NOT = SPACES
               ADD 1 TO WS-DUTY-FLAG-COUNT
           END-IF.
           ADD 1 TO WS-DEPT-TEACHERS.
           ADD 1 TO WS-SCHOOL-TEACHERS.
           ADD WS-TM-PERIODS (WS-SUB-A) TO WS-DEPT-PERIODS.
           ADD WS-TM-LOAD (WS-SUB-A) TO WS-DEPT-LOAD.
           ADD WS-TM-LOAD (WS-SUB-A) TO WS-SCHOOL-LOAD.
           ADD WS-TM-INVIG (WS-SUB-A) TO WS-DEPT-INVIG.
           ADD WS-TM-SUBST (WS-SUB-A) TO WS-DEPT-SUBST.
           MOVE WS-TM-PERIODS (WS-SUB-A) TO WS-RPT-PERIODS.
           MOVE WS-TM-CT-COUNT (WS-SUB-A) TO WS-RPT-CT.
           MOVE WS-TM-INVIG (WS-SUB-A) TO WS-RPT-INVIG.
           MOVE WS-TM-SUBST (WS-SUB-A) TO WS-RPT-SUBST.
           MOVE WS-TM-LOAD (WS-SUB-A) TO WS-RPT-LOAD.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           STRING WS-TM-ID (WS-SUB-A) ' '
               WS-TM-NAME (WS-SUB-A) '  '
               WS-RPT-PERIODS '  ' WS-RPT-CT ' '
               WS-RPT-INVIG '  ' WS-RPT-SUBST '  '
               WS-RPT-LOAD '  ' WS-LOAD-FLAG ' ' WS-DUTY-FLAG
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.

       WRITE-DEPT-AVERAGE.
           IF WS-DEPT-TEACHERS > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-DEPT-PERIODS / WS-DEPT-TEACHERS
               MOVE WS-AVERAGE TO WS-RPT-AVG-PDS
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-DEPT-INVIG / WS-DEPT-TEACHERS
               MOVE WS-AVERAGE TO WS-RPT-AVG-INVIG
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-DEPT-SUBST / WS-DEPT-TEACHERS
               MOVE WS-AVERAGE TO WS-RPT-AVG-SUBST
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-DEPT-LOAD / WS-DEPT-TEACHERS
               MOVE WS-AVERAGE TO WS-RPT-AVG-LOAD
               MOVE SPACES TO WORKLOAD-REPORT-LINE
               STRING '     DEPT AVERAGE - PDS ' WS-RPT-AVG-PDS
                   ' INVIG ' WS-RPT-AVG-INVIG
                   ' SUBST ' WS-RPT-AVG-SUBST
                   ' LOAD ' WS-RPT-AVG-LOAD
                   DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE
               WRITE WORKLOAD-REPORT-LINE
           END-IF.

       WRITE-WORKLOAD-HEADING.
           MOVE ALL '=' TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           STRING '          TEACHER WORKLOAD ANALYSIS - '
               WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           STRING 'LOAD = PERIODS/WEEK + ' WS-CT-ALLOWANCE
               ' PER CLASS-TEACHER SECTION, LIMITS ' WS-MIN-LOAD
               '-' WS-MAX-LOAD
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           IF WS-SUBST-FROM = ZERO
               STRING 'INVIG LIMIT ' WS-MAX-INVIG
                   '  SUBST LIMIT ' WS-MAX-SUBST
                   '  SUBSTITUTIONS : WHOLE REGISTER'
                   DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE
           ELSE
               STRING 'INVIG LIMIT ' WS-MAX-INVIG
                   '  SUBST LIMIT ' WS-MAX-SUBST
                   '  SUBSTITUTIONS FROM ' WS-SUBST-FROM
                   DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE
           END-IF.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE ALL '-' TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE 'TCHR NAME             PDS  CT INVIG  SUBS  LOAD FLAG'
               TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE ALL '-' TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.

       WRITE-WORKLOAD-FOOTING.
           MOVE ALL '-' TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           COMPUTE WS-AVERAGE ROUNDED =
               WS-SCHOOL-LOAD / WS-SCHOOL-TEACHERS.
           MOVE WS-AVERAGE TO WS-RPT-AVG-LOAD.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           STRING 'TEACHERS ' WS-SCHOOL-TEACHERS
               '   SCHOOL AVERAGE LOAD ' WS-RPT-AVG-LOAD
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           STRING 'OVER LOAD ' WS-OVER-COUNT
               '   UNDER LOAD ' WS-UNDER-COUNT
               '   DUTY OVER LIMIT ' WS-DUTY-FLAG-COUNT
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO WORKLOAD-REPORT-LINE
               STRING 'ENTRIES FOR TEACHERS NOT ON TCHRMST : '
                   WS-UNKNOWN-COUNT
                   DELIMITED BY SIZE INTO WORKLOAD-REPORT-LINE
               WRITE WORKLOAD-REPORT-LINE
           END-IF.
           MOVE SPACES TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE 'PRINCIPAL SIGN.' TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.
           MOVE ALL '=' TO WORKLOAD-REPORT-LINE.
           WRITE WORKLOAD-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'TCHRLOAD'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-SCHOOL-TEACHERS  TO RL-RECORDS-WRITTEN.
           MOVE WS-UNKNOWN-COUNT    TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM TCHRLOAD.
