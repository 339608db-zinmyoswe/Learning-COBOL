      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inter-house standings run. Totals the HOUSEPTS.DAT
      *          points ledger for the SCHPROF academic year house by
      *          house - points awarded, points deducted and the net -
      *          and prints the houses on HOUSESTD.RPT from the most
      *          net points to the fewest, each with its members on
      *          roll from HOUSEALC.DAT and how far it stands behind
      *          the leader, followed by every posting of the year in
      *          the order it was made. Students on roll without a
      *          house (HOUSEALC has not been run since they were
      *          admitted) and postings to a house not on HOUSEMST.DAT
      *          are counted at the foot and make the run RC 4. Logs
      *          to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HOUSERPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HOUSE-MASTER-FILE ASSIGN TO "HOUSEMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOUSE-STATUS.
           SELECT HOUSE-ALLOCATION-FILE ASSIGN TO "HOUSEALC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT HOUSE-POINTS-FILE ASSIGN TO "HOUSEPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.
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
           SELECT STANDINGS-REPORT ASSIGN TO "HOUSESTD.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  HOUSE-MASTER-FILE.
           COPY HOUSEMR.

       FD  HOUSE-ALLOCATION-FILE.
           COPY HOUSEALR.

       FD  HOUSE-POINTS-FILE.
           COPY HOUSEPTR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  STANDINGS-REPORT.
       01 STANDINGS-LINE     PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-HOUSE-STATUS    PIC X(02) VALUE '00'.
       01 WS-ALLOC-STATUS    PIC X(02) VALUE '00'.
       01 WS-POINTS-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
      * The houses with the year's totals and members on roll.
       01 WS-HOUSE-COUNT     PIC 9(01) VALUE ZERO.
       01 WS-HOUSE-OVERFLOW  PIC 9(03) VALUE ZERO.
       01 WS-HOUSE-TABLE.
           05 WS-HO-ENTRY OCCURS 9 TIMES INDEXED BY HO-INDEX.
               10 WS-HO-CODE       PIC X(01).
               10 WS-HO-NAME       PIC X(12).
               10 WS-HO-COLOUR     PIC X(08).
               10 WS-HO-STATUS     PIC X(01).
               10 WS-HO-MEMBERS    PIC 9(05).
               10 WS-HO-AWARDED    PIC 9(07).
               10 WS-HO-DEDUCTED   PIC 9(07).
               10 WS-HO-NET        PIC S9(07).
               10 WS-HO-POSTINGS   PIC 9(05).
               10 WS-HO-RANKED     PIC X(01).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-WORK-HOUSE      PIC X(01).
       01 WS-ON-ROLL-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-HOUSED-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-NO-HOUSE-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-LEDGER-READ     PIC 9(07) VALUE ZERO.
       01 WS-YEAR-POSTINGS   PIC 9(07) VALUE ZERO.
       01 WS-UNKNOWN-HOUSE   PIC 9(05) VALUE ZERO.
       01 WS-RANK            PIC 9(01) VALUE ZERO.
       01 WS-BEST-SLOT       PIC 9(01) VALUE ZERO.
       01 WS-BEST-NET        PIC S9(07) VALUE ZERO.
       01 WS-LEADER-NET      PIC S9(07) VALUE ZERO.
       01 WS-BEHIND          PIC S9(07) VALUE ZERO.
       01 WS-RPT-MEMBERS     PIC ZZZZ9.
       01 WS-RPT-AWARDED     PIC ZZZZZZ9.
       01 WS-RPT-DEDUCTED    PIC ZZZZZZ9.
       01 WS-RPT-NET         PIC -ZZZZZZ9.
       01 WS-RPT-BEHIND      PIC ZZZZZZ9.
       01 WS-RPT-POINTS      PIC ZZZ9.
       01 WS-RPT-TYPE        PIC X(06).
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
           PERFORM LOAD-HOUSE-TABLE.
           IF WS-HOUSE-COUNT = ZERO
               DISPLAY 'NO HOUSES ON HOUSEMST.DAT - NO STANDINGS'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM COUNT-HOUSE-MEMBERS.
           PERFORM TOTAL-POINTS-LEDGER.
           OPEN OUTPUT STANDINGS-REPORT.
           PERFORM WRITE-STANDINGS-HEADING.
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-HOUSE-COUNT
               PERFORM WRITE-NEXT-RANKED
           END-PERFORM.
           PERFORM WRITE-POSTINGS-LIST.
           PERFORM WRITE-STANDINGS-FOOT.
           CLOSE STANDINGS-REPORT.
           DISPLAY 'HOUSE STANDINGS FOR ' SP-ACADEMIC-YEAR
               '  POSTINGS : ' WS-YEAR-POSTINGS
               '  WITHOUT A HOUSE : ' WS-NO-HOUSE-COUNT.
           IF WS-NO-HOUSE-COUNT > ZERO OR WS-UNKNOWN-HOUSE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-HOUSE-OVERFLOW > ZERO
               DISPLAY 'HOUSES BEYOND THE 9-HOUSE TABLE NOT RANKED : '
                   WS-HOUSE-OVERFLOW
               MOVE 8 TO RETURN-CODE
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

       LOAD-HOUSE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-MASTER-FILE.
           IF WS-HOUSE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-HOUSE-COUNT < 9
                               ADD 1 TO WS-HOUSE-COUNT
                               SET HO-INDEX TO WS-HOUSE-COUNT
                               MOVE HM-HOUSE-CODE TO
                                   WS-HO-CODE (HO-INDEX)
                               MOVE HM-HOUSE-NAME TO
                                   WS-HO-NAME (HO-INDEX)
                               MOVE HM-COLOUR TO
                                   WS-HO-COLOUR (HO-INDEX)
                               MOVE HM-STATUS TO
                                   WS-HO-STATUS (HO-INDEX)
                               MOVE ZERO TO WS-HO-MEMBERS (HO-INDEX)
                                   WS-HO-AWARDED (HO-INDEX)
                                   WS-HO-DEDUCTED (HO-INDEX)
                                   WS-HO-NET (HO-INDEX)
                                   WS-HO-POSTINGS (HO-INDEX)
                               MOVE 'N' TO WS-HO-RANKED (HO-INDEX)
                           ELSE
                               ADD 1 TO WS-HOUSE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSE-MASTER-FILE
           END-IF.

      * Leaves HO-INDEX on the house coded WS-WORK-HOUSE.
       FIND-HOUSE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > WS-HOUSE-COUNT OR ENTRY-FOUND
               IF WS-HO-CODE (HO-INDEX) = WS-WORK-HOUSE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET HO-INDEX DOWN BY 1
           END-IF.

      * Members are the HOUSEALC.DAT rows of students still on roll;
      * whoever else is on roll has no house yet.
       COUNT-HOUSE-MEMBERS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF STU-ACTIVE OR STU-RESTORED
                           ADD 1 TO WS-ON-ROLL-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-ALLOCATION-FILE.
           IF WS-ALLOC-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-ALLOCATION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-MEMBER
                   END-READ
               END-PERFORM
               CLOSE HOUSE-ALLOCATION-FILE
           END-IF.
           CLOSE STUDENT-MASTER.
           IF WS-ON-ROLL-COUNT > WS-HOUSED-COUNT
               COMPUTE WS-NO-HOUSE-COUNT =
                   WS-ON-ROLL-COUNT - WS-HOUSED-COUNT
           END-IF.

       COUNT-ONE-MEMBER.
           MOVE HS-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STU-ACTIVE OR STU-RESTORED
                       MOVE HS-HOUSE-CODE TO WS-WORK-HOUSE
                       PERFORM FIND-HOUSE
                       IF ENTRY-FOUND
                           ADD 1 TO WS-HO-MEMBERS (HO-INDEX)
                           ADD 1 TO WS-HOUSED-COUNT
                       END-IF
                   END-IF
           END-READ.

       TOTAL-POINTS-LEDGER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-POINTS-FILE.
           IF WS-POINTS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-POINTS-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEDGER-READ
                           IF HT-ACAD-YEAR = SP-ACADEMIC-YEAR
                               PERFORM TALLY-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSE-POINTS-FILE
           END-IF.

       TALLY-ONE-POSTING.
           ADD 1 TO WS-YEAR-POSTINGS.
           MOVE HT-HOUSE-CODE TO WS-WORK-HOUSE.
           PERFORM FIND-HOUSE.
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-UNKNOWN-HOUSE
           ELSE
               ADD 1 TO WS-HO-POSTINGS (HO-INDEX)
               IF HT-DEDUCTION
                   ADD HT-POINTS TO WS-HO-DEDUCTED (HO-INDEX)
                   SUBTRACT HT-POINTS FROM WS-HO-NET (HO-INDEX)
               ELSE
                   ADD HT-POINTS TO WS-HO-AWARDED (HO-INDEX)
                   ADD HT-POINTS TO WS-HO-NET (HO-INDEX)
               END-IF
           END-IF.

       WRITE-STANDINGS-HEADING.
           MOVE ALL '=' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE SPACES TO STANDINGS-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE SPACES TO STANDINGS-LINE.
           STRING '      INTER-HOUSE STANDINGS - ACADEMIC YEAR '
               SP-ACADEMIC-YEAR
               DELIMITED BY SIZE INTO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE SPACES TO STANDINGS-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE ALL '=' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE 'RK HOUSE           COLOUR   MEMBERS AWARDED DEDUCTED'
               TO STANDINGS-LINE.
           MOVE '     NET  BEHIND' TO STANDINGS-LINE(55:16).
           WRITE STANDINGS-LINE.
           MOVE ALL '-' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.

      * Picks the unranked house with the most net points; the first
      * on HOUSEMST.DAT wins a tie.
       WRITE-NEXT-RANKED.
           MOVE ZERO TO WS-BEST-SLOT.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > WS-HOUSE-COUNT
               IF WS-HO-RANKED (HO-INDEX) = 'N'
                   IF WS-BEST-SLOT = ZERO
                       OR WS-HO-NET (HO-INDEX) > WS-BEST-NET
                       SET WS-BEST-SLOT TO HO-INDEX
                       MOVE WS-HO-NET (HO-INDEX) TO WS-BEST-NET
                   END-IF
               END-IF
           END-PERFORM.
           SET HO-INDEX TO WS-BEST-SLOT.
           MOVE 'Y' TO WS-HO-RANKED (HO-INDEX).
           IF WS-RANK = 1
               MOVE WS-BEST-NET TO WS-LEADER-NET
           END-IF.
           COMPUTE WS-BEHIND = WS-LEADER-NET - WS-BEST-NET.
           MOVE WS-HO-MEMBERS (HO-INDEX) TO WS-RPT-MEMBERS.
           MOVE WS-HO-AWARDED (HO-INDEX) TO WS-RPT-AWARDED.
           MOVE WS-HO-DEDUCTED (HO-INDEX) TO WS-RPT-DEDUCTED.
           MOVE WS-HO-NET (HO-INDEX) TO WS-RPT-NET.
           MOVE WS-BEHIND TO WS-RPT-BEHIND.
           MOVE SPACES TO STANDINGS-LINE.
           STRING ' ' WS-RANK ' ' WS-HO-CODE (HO-INDEX) ' '
               WS-HO-NAME (HO-INDEX) '  ' WS-HO-COLOUR (HO-INDEX)
               '    ' WS-RPT-MEMBERS ' ' WS-RPT-AWARDED '  '
               WS-RPT-DEDUCTED ' ' WS-RPT-NET ' ' WS-RPT-BEHIND
               DELIMITED BY SIZE INTO STANDINGS-LINE.
           IF WS-HO-STATUS (HO-INDEX) = 'R'
               MOVE 'R' TO STANDINGS-LINE(72:1)
           END-IF.
           WRITE STANDINGS-LINE.

      * Every posting of the year, in the order it was made.
       WRITE-POSTINGS-LIST.
           MOVE ALL '-' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE 'POSTINGS FOR THE YEAR' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE 'DATE     H TYPE   EVENT DESCRIPTION' TO STANDINGS-LINE.
           MOVE 'PL  PTS  BY' TO STANDINGS-LINE(46:11).
           WRITE STANDINGS-LINE.
           MOVE ALL '-' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-POINTS-FILE.
           IF WS-POINTS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-POINTS-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HT-ACAD-YEAR = SP-ACADEMIC-YEAR
                               PERFORM WRITE-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSE-POINTS-FILE
           END-IF.

       WRITE-ONE-POSTING.
           IF HT-DEDUCTION
               MOVE 'DEDUCT' TO WS-RPT-TYPE
           ELSE
               MOVE 'AWARD ' TO WS-RPT-TYPE
           END-IF.
           MOVE HT-POINTS TO WS-RPT-POINTS.
           MOVE SPACES TO STANDINGS-LINE.
           STRING HT-TXN-DATE ' ' HT-HOUSE-CODE ' ' WS-RPT-TYPE ' '
               HT-EVENT-NO ' ' HT-DESCRIPTION ' ' HT-POSITION '  '
               WS-RPT-POINTS '  ' HT-OPERATOR-ID
               DELIMITED BY SIZE INTO STANDINGS-LINE.
           IF HT-EVENT-NO = ZERO
               MOVE SPACES TO STANDINGS-LINE(19:5)
           END-IF.
           IF HT-POSITION = ZERO
               MOVE SPACE TO STANDINGS-LINE(46:1)
           END-IF.
           WRITE STANDINGS-LINE.

       WRITE-STANDINGS-FOOT.
           MOVE ALL '-' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE SPACES TO STANDINGS-LINE.
           STRING 'POSTINGS THIS YEAR : ' WS-YEAR-POSTINGS
               '   TO A HOUSE NOT ON FILE : ' WS-UNKNOWN-HOUSE
               DELIMITED BY SIZE INTO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE SPACES TO STANDINGS-LINE.
           STRING 'STUDENTS ON ROLL : ' WS-ON-ROLL-COUNT
               '   IN A HOUSE : ' WS-HOUSED-COUNT
               '   WITHOUT A HOUSE : ' WS-NO-HOUSE-COUNT
               DELIMITED BY SIZE INTO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           IF WS-NO-HOUSE-COUNT > ZERO
               MOVE 'RUN HOUSEALC TO GIVE THE NEW STUDENTS A HOUSE'
                   TO STANDINGS-LINE
               WRITE STANDINGS-LINE
           END-IF.
           MOVE 'R AFTER A HOUSE = RETIRED' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.
           MOVE ALL '=' TO STANDINGS-LINE.
           WRITE STANDINGS-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'HOUSERPT'      TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE     TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-LEDGER-READ  TO RL-RECORDS-READ.
           MOVE WS-YEAR-POSTINGS TO RL-RECORDS-WRITTEN.
           MOVE WS-UNKNOWN-HOUSE TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM HOUSERPT.
