      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly sorted student extract - runs early in the
      *          night, before the reporting jobs. Reads STUDENT.IDX
      *          once, SORTs it by STU-CLASS/STU-SECTION/STU-NO and
      *          writes STUEXTR.DAT: a header stamped with the date
      *          and time the extract was taken, the run-control
      *          term and run-date and the student count, then one
      *          record per student (every status - readers pick the
      *          ones they report on) carrying the full student
      *          record with the run term's percentage from
      *          TERMLOG.DAT and the attendance percentage from
      *          ATTEND.DAT joined on. RSLTREG, GENDRPT, TERMSUMM,
      *          CENSUS and RPTBURST read this extract instead of each
      *          scanning (and re-sorting) the master, and refuse it
      *          through EXTRCHK when it was not taken for tonight's
      *          run. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STUEXTRC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-MASTER-IN ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTERIN-STATUS.
           SELECT TERM-LOG ASSIGN TO "TERMLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
           SELECT STUDENT-EXTRACT ASSIGN TO "STUEXTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-MASTER-IN.
           COPY STDRECD.

       FD  TERM-LOG.
       01 TERM-LOG-LINE.
           05 LOG-STU-NO        PIC 9(05).
           05 LOG-TERM-NO       PIC 9(02).
           05 LOG-PERCENT       PIC 9(03)V9(02).

       FD  ATTENDANCE-FILE.
       01 ATTENDANCE-LINE.
           05 ATT-STU-NO         PIC 9(05).
           05 ATT-ATTENDANCE-PCT PIC 9(03).

       FD  STUDENT-EXTRACT.
           COPY STUEXTRR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-STU-CLASS     PIC 9(02).
           05 SW-STU-SECTION   PIC X(01).
           05 SW-STU-NO        PIC 9(05).
           05 SW-STUDENT-IMAGE PIC X(59).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-MASTERIN-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS      PIC X(02) VALUE '00'.
       01 WS-ATTEND-STATUS   PIC X(02) VALUE '00'.
       01 WS-EXTRACT-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-WRITTEN PIC 9(05) VALUE ZERO.
       01 WS-PERCENT-TABLE.
           05 WS-PCT-ENTRY OCCURS 99999 TIMES
               INDEXED BY PCT-INDEX PIC 9(03)V9(02).
       01 WS-ATTEND-TABLE.
           05 WS-ATT-PCT OCCURS 99999 TIMES
               INDEXED BY ATT-INDEX PIC 9(03).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           OPEN INPUT STUDENT-MASTER-IN.
           IF WS-MASTERIN-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTERIN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE STUDENT-MASTER-IN.
           PERFORM LOAD-TERM-PERCENTS.
           PERFORM LOAD-ATTENDANCE-PERCENTS.
           OPEN OUTPUT STUDENT-EXTRACT.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'CANNOT CREATE STUEXTR.DAT, STATUS : '
                   WS-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STU-CLASS
               ON ASCENDING KEY SW-STU-SECTION
               ON ASCENDING KEY SW-STU-NO
               INPUT PROCEDURE IS LOAD-SORT-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-STUDENT-EXTRACT.
           CLOSE STUDENT-EXTRACT.
           DISPLAY 'STUDENT EXTRACT WRITTEN - STUDENTS : '
               WS-RECORDS-WRITTEN ' RUN-DATE : ' WS-RUN-DATE-INT.
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

       LOAD-TERM-PERCENTS.
           PERFORM VARYING PCT-INDEX FROM 1 BY 1
               UNTIL PCT-INDEX > 99999
               MOVE ZERO TO WS-PCT-ENTRY (PCT-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-LOG.
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TERM-LOG
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF LOG-TERM-NO = RUN-TERM-CODE
                               AND LOG-STU-NO > ZERO
                               SET PCT-INDEX TO LOG-STU-NO
                               MOVE LOG-PERCENT TO
                                   WS-PCT-ENTRY (PCT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-LOG
           END-IF.

       LOAD-ATTENDANCE-PERCENTS.
           PERFORM VARYING ATT-INDEX FROM 1 BY 1
               UNTIL ATT-INDEX > 99999
               MOVE ZERO TO WS-ATT-PCT (ATT-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ATTENDANCE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ATT-STU-NO > ZERO
                               SET ATT-INDEX TO ATT-STU-NO
                               MOVE ATT-ATTENDANCE-PCT TO
                                   WS-ATT-PCT (ATT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF.

       LOAD-SORT-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER-IN.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER-IN
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE STU-CLASS       TO SW-STU-CLASS
                       MOVE STU-SECTION     TO SW-STU-SECTION
                       MOVE STU-NO          TO SW-STU-NO
                       MOVE STUDENT-DETAILS TO SW-STUDENT-IMAGE
                       RELEASE SORT-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-IN.

       WRITE-STUDENT-EXTRACT.
           MOVE SPACES TO STUDENT-EXTRACT-RECORD.
           SET SX-HEADER-RECORD TO TRUE.
           ACCEPT SX-AS-OF-DATE FROM DATE YYYYMMDD.
           ACCEPT SX-AS-OF-TIME FROM TIME.
           MOVE WS-RUN-DATE-INT TO SX-RUN-DATE.
           MOVE RUN-TERM-CODE   TO SX-TERM-CODE.
           MOVE WS-RECORDS-READ TO SX-STUDENT-COUNT.
           WRITE STUDENT-EXTRACT-RECORD.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       PERFORM WRITE-EXTRACT-DETAIL
               END-RETURN
           END-PERFORM.

       WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO STUDENT-EXTRACT-RECORD.
           SET SX-DETAIL-RECORD TO TRUE.
           MOVE SW-STUDENT-IMAGE TO SX-STUDENT-IMAGE.
           MOVE ZERO TO SX-TERM-PERCENT.
           MOVE ZERO TO SX-ATTEND-PCT.
           IF SW-STU-NO > ZERO
               SET PCT-INDEX TO SW-STU-NO
               SET ATT-INDEX TO SW-STU-NO
               MOVE WS-PCT-ENTRY (PCT-INDEX) TO SX-TERM-PERCENT
               MOVE WS-ATT-PCT (ATT-INDEX)   TO SX-ATTEND-PCT
           END-IF.
           WRITE STUDENT-EXTRACT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'STUEXTRC'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN  TO RL-RECORDS-WRITTEN.
           MOVE ZERO                TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM STUEXTRC.
