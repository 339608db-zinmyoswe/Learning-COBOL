      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aging report of open guardian grievances. Reads the
      *          GRIEVNC.DAT tickets kept at GRVDESK and prints
      *          GRVAGE.RPT: every ticket not closed, by the desk now
      *          holding it, oldest first, with its age in days from
      *          logging to the run date and its age band (0-7, 8-15,
      *          16-30, over 30 days), and a subtotal of each band for
      *          each desk; then the escalation list - every open
      *          ticket past its target response date, most overdue
      *          first, with the days overdue and the times reopened.
      *          Any ticket on the escalation list is RC 4. Logs to
      *          RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GRVAGING.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GRIEVANCE-FILE ASSIGN TO "GRIEVNC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRIEVANCE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT AGING-REPORT ASSIGN TO "GRVAGE.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  GRIEVANCE-FILE.
           COPY GRVTKTR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  AGING-REPORT.
       01 AGING-LINE         PIC X(72).

      * Part 1 is the aging list by desk, part 2 the escalation list
      * in target-date order.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-PART           PIC 9(01).
           05 SW-DESK           PIC X(10).
           05 SW-SORT-DATE      PIC 9(08).
           05 SW-TICKET-NO      PIC 9(06).
           05 SW-DAYS           PIC 9(04).
           05 SW-BAND           PIC 9(01).
           05 SW-TICKET-LINE    PIC X(180).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-GRIEVANCE-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-RUN-DAY-NO      PIC 9(07) VALUE ZERO.
       01 WS-TICKETS-READ    PIC 9(06) VALUE ZERO.
       01 WS-OPEN-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-ESCALATED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-AGE-DAYS        PIC S9(07) VALUE ZERO.
       01 WS-OVERDUE-DAYS    PIC S9(07) VALUE ZERO.
      * Upper limits of the first three age bands; the fourth is
      * everything older.
       01 WS-BAND-LIMITS.
           05 FILLER PIC 9(03) VALUE 7.
           05 FILLER PIC 9(03) VALUE 15.
           05 FILLER PIC 9(03) VALUE 30.
       01 WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
           05 WS-BAND-LIMIT OCCURS 3 TIMES PIC 9(03).
       01 WS-BAND-TITLES.
           05 FILLER PIC X(08) VALUE '0-7'.
           05 FILLER PIC X(08) VALUE '8-15'.
           05 FILLER PIC X(08) VALUE '16-30'.
           05 FILLER PIC X(08) VALUE 'OVER 30'.
       01 WS-BAND-TITLE-TABLE REDEFINES WS-BAND-TITLES.
           05 WS-BAND-TITLE OCCURS 4 TIMES PIC X(08).
       01 WS-BAND-SUB        PIC 9(01) VALUE ZERO.
       01 WS-DESK-BANDS.
           05 WS-DESK-BAND OCCURS 4 TIMES PIC 9(05).
       01 WS-TOTAL-BANDS.
           05 WS-TOTAL-BAND OCCURS 4 TIMES PIC 9(05).
       01 WS-DESK-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-PREV-PART       PIC 9(01) VALUE ZERO.
       01 WS-PREV-DESK       PIC X(10) VALUE SPACES.
       01 WS-RPT-DAYS        PIC ZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
               MOVE ZERO TO WS-DESK-BAND (WS-BAND-SUB)
               MOVE ZERO TO WS-TOTAL-BAND (WS-BAND-SUB)
           END-PERFORM.
           OPEN OUTPUT AGING-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PART SW-DESK SW-SORT-DATE
                   SW-TICKET-NO
               INPUT PROCEDURE IS RELEASE-OPEN-TICKETS
               OUTPUT PROCEDURE IS PRINT-OPEN-TICKETS.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE AGING-REPORT.
           DISPLAY 'GRIEVANCE AGING - OPEN ' WS-OPEN-COUNT
               '  PAST TARGET ' WS-ESCALATED-COUNT.
           IF WS-ESCALATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * Every ticket not closed goes to the aging list; one past its
      * target date goes to the escalation list as well.
       RELEASE-OPEN-TICKETS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GRIEVANCE-FILE.
           IF WS-GRIEVANCE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GRIEVANCE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TICKETS-READ
                           IF GV-NOT-CLOSED
                               PERFORM RELEASE-ONE-TICKET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRIEVANCE-FILE
           ELSE
               DISPLAY 'NO GRIEVANCES ON FILE - LOG COMPLAINTS AT '
                   'GRVDESK'
           END-IF.

       RELEASE-ONE-TICKET.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO
               - FUNCTION INTEGER-OF-DATE (GV-LOGGED-DATE).
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 3
               OR WS-AGE-DAYS <= WS-BAND-LIMIT (WS-BAND-SUB)
               CONTINUE
           END-PERFORM.
           MOVE 1 TO SW-PART.
           MOVE GV-DESK TO SW-DESK.
           MOVE GV-LOGGED-DATE TO SW-SORT-DATE.
           MOVE GV-TICKET-NO TO SW-TICKET-NO.
           MOVE WS-AGE-DAYS TO SW-DAYS.
           MOVE WS-BAND-SUB TO SW-BAND.
           MOVE GRIEVANCE-RECORD TO SW-TICKET-LINE.
           RELEASE SORT-WORK-RECORD.
           IF GV-TARGET-DATE < WS-RUN-DATE
               COMPUTE WS-OVERDUE-DAYS = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE (GV-TARGET-DATE)
               MOVE 2 TO SW-PART
               MOVE SPACES TO SW-DESK
               MOVE GV-TARGET-DATE TO SW-SORT-DATE
               MOVE WS-OVERDUE-DAYS TO SW-DAYS
               MOVE ZERO TO SW-BAND
               RELEASE SORT-WORK-RECORD
           END-IF.

       PRINT-OPEN-TICKETS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       MOVE SW-TICKET-LINE TO GRIEVANCE-RECORD
                       IF SW-PART = 1
                           IF GV-DESK NOT = WS-PREV-DESK
                               OR WS-PREV-PART = ZERO
                               PERFORM WRITE-DESK-BREAK
                           END-IF
                           PERFORM WRITE-AGING-TICKET
                       ELSE
                           IF WS-PREV-PART NOT = 2
                               PERFORM WRITE-ESCALATION-HEADING
                           END-IF
                           PERFORM WRITE-ESCALATION-TICKET
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-PREV-PART = 1
               PERFORM WRITE-DESK-SUBTOTAL
           END-IF.

       WRITE-DESK-BREAK.
           IF WS-PREV-PART = 1
               PERFORM WRITE-DESK-SUBTOTAL
           END-IF.
           MOVE 1 TO WS-PREV-PART.
           MOVE GV-DESK TO WS-PREV-DESK.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           STRING '*** DESK ' GV-DESK
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE ALL '-' TO AGING-LINE.
           WRITE AGING-LINE.

       WRITE-AGING-TICKET.
           ADD 1 TO WS-DESK-COUNT.
           ADD 1 TO WS-DESK-BAND (SW-BAND).
           ADD 1 TO WS-TOTAL-BAND (SW-BAND).
           MOVE SW-DAYS TO WS-RPT-DAYS.
           MOVE SPACES TO AGING-LINE.
           STRING GV-TICKET-NO ' ' GV-STU-NO ' ' GV-CLASS '-'
               GV-SECTION ' ' GV-CATEGORY ' ' GV-LOGGED-DATE ' '
               WS-RPT-DAYS ' ' GV-TARGET-DATE '  ' GV-STATUS '  '
               WS-BAND-TITLE (SW-BAND)
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

       WRITE-DESK-SUBTOTAL.
           MOVE SPACES TO AGING-LINE.
           STRING '     DESK TOTAL ' WS-DESK-COUNT
               '  0-7 ' WS-DESK-BAND (1) '  8-15 ' WS-DESK-BAND (2)
               '  16-30 ' WS-DESK-BAND (3) '  OVER 30 '
               WS-DESK-BAND (4)
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE ZERO TO WS-DESK-COUNT.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
               MOVE ZERO TO WS-DESK-BAND (WS-BAND-SUB)
           END-PERFORM.

       WRITE-ESCALATION-HEADING.
           IF WS-PREV-PART = 1
               PERFORM WRITE-DESK-SUBTOTAL
           END-IF.
           MOVE 2 TO WS-PREV-PART.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE ALL '=' TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE '      ESCALATION - PAST TARGET RESPONSE DATE' TO
               AGING-LINE.
           WRITE AGING-LINE.
           MOVE ALL '=' TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE 'TICKET STU-NO CAT  DESK       TARGET   DAYS OVER  RE'
               TO AGING-LINE.
           WRITE AGING-LINE.

       WRITE-ESCALATION-TICKET.
           ADD 1 TO WS-ESCALATED-COUNT.
           MOVE SW-DAYS TO WS-RPT-DAYS.
           MOVE SPACES TO AGING-LINE.
           STRING GV-TICKET-NO ' ' GV-STU-NO ' ' GV-CATEGORY ' '
               GV-DESK ' ' GV-TARGET-DATE ' ' WS-RPT-DAYS
               '       ' GV-REOPEN-COUNT
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           STRING '       ' GV-SUMMARY '  LAST ' GV-LAST-ACTION-DATE
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE '      OPEN GUARDIAN GRIEVANCES - AGING BY DESK' TO
               AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE
               '   AGE IN DAYS SINCE LOGGED'
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE ALL '=' TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE 'TICKET STU   CLS  CAT  LOGGED    AGE TARGET   ST BAND'
               TO AGING-LINE.
           WRITE AGING-LINE.

       WRITE-REPORT-FOOTING.
           IF WS-OPEN-COUNT = ZERO
               MOVE SPACES TO AGING-LINE
               WRITE AGING-LINE
               MOVE 'NO OPEN GRIEVANCES' TO AGING-LINE
               WRITE AGING-LINE
           END-IF.
           MOVE ALL '=' TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           STRING 'OPEN ' WS-OPEN-COUNT '  0-7 ' WS-TOTAL-BAND (1)
               '  8-15 ' WS-TOTAL-BAND (2) '  16-30 '
               WS-TOTAL-BAND (3) '  OVER 30 ' WS-TOTAL-BAND (4)
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           STRING 'PAST TARGET ' WS-ESCALATED-COUNT
               '  TICKETS READ ' WS-TICKETS-READ
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE ALL '=' TO AGING-LINE.
           WRITE AGING-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'GRVAGING'        TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE     TO RL-TERM-CODE.
           MOVE WS-RUN-DATE       TO RL-RUN-DATE.
           MOVE WS-START-TIME     TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-TICKETS-READ   TO RL-RECORDS-READ.
           MOVE WS-OPEN-COUNT     TO RL-RECORDS-WRITTEN.
           MOVE WS-ESCALATED-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE       TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM GRVAGING.
