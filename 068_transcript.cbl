      *          formal printed transcript (TRANSCRP.RPT), and records
      *          the issue in TRNSCRPT.DAT, which YREARCH now checks
      *          before it will purge the student. Colleges ask for
      *          exactly this document. A co-curricular section lists
      *          every ACTIVITY.DAT entry for the student, term by
      *          term, with the ACTVMST.DAT activity name, the level
      *          (school/district/state/national) and position won.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRANSCRIPT-LOG ASSIGN TO "TRNSCRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNLOG-STATUS.
           SELECT ACTIVITY-MASTER ASSIGN TO "ACTVMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTVMST-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTIVITY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT TRANSCRIPT-REPORT ASSIGN TO "TRANSCRP.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01 TRANSCRIPT-LOG-RECORD.
           05 TRN-STU-NO       PIC 9(05).
           05 TRN-ISSUE-DATE   PIC 9(08).
       FD  ACTIVITY-MASTER.
           COPY ACTVMSTR.
       FD  ACTIVITY-FILE.
           COPY ACTVRECR.
       FD  TRANSCRIPT-REPORT.
       01 TRANSCRIPT-LINE     PIC X(60).

       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-TRNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS   PIC X(02) VALUE '00'.
       01 WS-ACTVMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-ACTIVITY-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-BAND-POINTS     PIC 9(02)V9(01) VALUE ZERO.
       01 WS-RPT-POINTS      PIC Z9.9.
       01 WS-RPT-GPA         PIC Z9.99.
       01 WS-ACTV-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-ACTIVITY-TABLE.
           05 WS-AM-ENTRY OCCURS 50 TIMES INDEXED BY AM-INDEX.
               10 WS-AM-CODE     PIC X(04).
               10 WS-AM-NAME     PIC X(20).
       01 WS-ACHV-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-ACHIEVEMENT-TABLE.
           05 WS-AC-ENTRY OCCURS 30 TIMES INDEXED BY AC-INDEX.
               10 WS-AC-TERM     PIC 9(02).
               10 WS-AC-NAME     PIC X(20).
               10 WS-AC-LEVEL    PIC X(08).
               10 WS-AC-POSITION PIC X(11).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               STOP RUN
           END-IF.
           PERFORM COMPUTE-FINAL-GPA.
           PERFORM LOAD-ACTIVITY-MASTER.
           PERFORM LOAD-STUDENT-ACTIVITIES.
           OPEN EXTEND TRANSCRIPT-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               OPEN OUTPUT TRANSCRIPT-REPORT
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
           PERFORM PRINT-CO-CURRICULAR.
           MOVE '------------------------------------------' TO
               TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

       PRINT-CO-CURRICULAR.
           MOVE '------------------------------------------' TO
               TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE 'CO-CURRICULAR ACTIVITIES AND ACHIEVEMENTS' TO
               TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           IF WS-ACHV-COUNT = ZERO
               MOVE '  (NONE RECORDED)' TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > WS-ACHV-COUNT
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING '  ' WS-AC-TERM (AC-INDEX) '  '
                   WS-AC-NAME (AC-INDEX) '  '
                   WS-AC-LEVEL (AC-INDEX) '  '
                   WS-AC-POSITION (AC-INDEX)
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-PERFORM.

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

       LOAD-STUDENT-ACTIVITIES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ACTIVITY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AA-STU-NO = WS-WORK-STU-NO
                               AND WS-ACHV-COUNT < 30
                               PERFORM STORE-ONE-ACHIEVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF.

       STORE-ONE-ACHIEVEMENT.
           ADD 1 TO WS-ACHV-COUNT.
           SET AC-INDEX TO WS-ACHV-COUNT.
           MOVE AA-TERM-CODE TO WS-AC-TERM (AC-INDEX).
           MOVE AA-ACTIVITY-CODE TO WS-AC-NAME (AC-INDEX).
           PERFORM VARYING AM-INDEX FROM 1 BY 1
               UNTIL AM-INDEX > WS-ACTV-COUNT
               IF WS-AM-CODE (AM-INDEX) = AA-ACTIVITY-CODE
                   MOVE WS-AM-NAME (AM-INDEX) TO WS-AC-NAME (AC-INDEX)
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN AA-SCHOOL-LEVEL
                   MOVE 'SCHOOL'   TO WS-AC-LEVEL (AC-INDEX)
               WHEN AA-DISTRICT-LEVEL
                   MOVE 'DISTRICT' TO WS-AC-LEVEL (AC-INDEX)
               WHEN AA-STATE-LEVEL
                   MOVE 'STATE'    TO WS-AC-LEVEL (AC-INDEX)
               WHEN AA-NATIONAL-LEVEL
                   MOVE 'NATIONAL' TO WS-AC-LEVEL (AC-INDEX)
               WHEN OTHER
                   MOVE SPACES     TO WS-AC-LEVEL (AC-INDEX)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AA-FIRST-PLACE
                   MOVE 'FIRST'       TO WS-AC-POSITION (AC-INDEX)
               WHEN AA-SECOND-PLACE
                   MOVE 'SECOND'      TO WS-AC-POSITION (AC-INDEX)
               WHEN AA-THIRD-PLACE
                   MOVE 'THIRD'       TO WS-AC-POSITION (AC-INDEX)
               WHEN OTHER
                   MOVE 'PARTICIPANT' TO WS-AC-POSITION (AC-INDEX)
           END-EVALUATE.

       RECORD-TRANSCRIPT-ISSUE.
           OPEN EXTEND TRANSCRIPT-LOG.
           IF WS-TRNLOG-STATUS NOT = '00'
