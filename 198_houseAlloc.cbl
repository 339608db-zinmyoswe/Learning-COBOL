      ******************************************************************
      * Author:
      * Date:
      * Purpose: House allocation for the whole school, dealt the way
      *          SECALLOC deals a class into sections. Loads the
      *          active houses from HOUSEMST.DAT and every student on
      *          roll from STUDENT.IDX, then gives each student without
      *          a house (or, on an all-students run, every student)
      *          the house with the fewest students of the student's
      *          own class - tie broken on the fewest of the student's
      *          STU-GENDER in that class, then on the fewest students
      *          overall - so each class and each gender is spread
      *          evenly across the houses. Siblings always share a
      *          house: a student whose FAMILY.DAT family (or, for a
      *          student not yet attached to a family, whose
      *          STU-PHONE) already has a member in a house joins that
      *          house. Students on a retired house are dealt again.
      *          The new and moved students and the house by class
      *          and gender grid print to HOUSEALC.RPT for office
      *          review first; only a confirmed run rewrites
      *          HOUSEALC.DAT. Allocations of students no longer on
      *          roll are carried over unchanged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HOUSEALC.
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
           SELECT HOUSE-MASTER-FILE ASSIGN TO "HOUSEMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOUSE-STATUS.
           SELECT HOUSE-ALLOCATION-FILE ASSIGN TO "HOUSEALC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FAMILY-FILE ASSIGN TO "FAMILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAMILY-STATUS.
           SELECT ALLOCATION-REPORT ASSIGN TO "HOUSEALC.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  HOUSE-MASTER-FILE.
           COPY HOUSEMR.

       FD  HOUSE-ALLOCATION-FILE.
           COPY HOUSEALR.

       FD  FAMILY-FILE.
           COPY FAMILYR.

       FD  ALLOCATION-REPORT.
       01 ALLOCATION-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-HOUSE-STATUS    PIC X(02) VALUE '00'.
       01 WS-ALLOC-STATUS    PIC X(02) VALUE '00'.
       01 WS-FAMILY-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-MASTER    VALUE 'Y'.
       01 WS-TODAY           PIC 9(08).
       01 WS-RUN-OPTION      PIC X(01).
           88 NEW-STUDENTS-ONLY VALUE 'N'.
           88 ALL-STUDENTS      VALUE 'A'.
       01 WS-HOUSE-COUNT     PIC 9(01) VALUE ZERO.
       01 WS-HOUSE-TABLE.
           05 WS-HO-ENTRY OCCURS 9 TIMES INDEXED BY HO-INDEX.
               10 WS-HO-CODE       PIC X(01).
               10 WS-HO-NAME       PIC X(12).
               10 WS-HO-TOTAL      PIC 9(05).
               10 WS-HO-GENDER-CT OCCURS 4 TIMES PIC 9(05).
               10 WS-HO-CLASS OCCURS 12 TIMES.
                   15 WS-HO-CLASS-CT  PIC 9(04).
                   15 WS-HO-CLASS-GEN OCCURS 4 TIMES PIC 9(04).
       01 WS-STUDENT-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-STUDENT-FULL    PIC X(01) VALUE 'N'.
           88 STUDENT-TABLE-FULL VALUE 'Y'.
       01 WS-STUDENT-TABLE.
           05 WS-ST-ENTRY OCCURS 5000 TIMES INDEXED BY ST-INDEX.
               10 WS-ST-STU-NO   PIC 9(05).
               10 WS-ST-NAME     PIC X(15).
               10 WS-ST-CLASS    PIC 9(02).
               10 WS-ST-GENDER   PIC X(01).
               10 WS-ST-PHONE    PIC 9(12).
               10 WS-ST-FAMILY   PIC 9(05).
               10 WS-ST-OLD-HOUSE PIC X(01).
               10 WS-ST-NEW-HOUSE PIC X(01).
               10 WS-ST-ALLOC-DATE PIC 9(08).
               10 WS-ST-ALLOC-BY PIC X(08).
      * HOUSEALC.DAT as it stands; a row matched to a student on roll
      * is replaced by that student's entry when the file is written.
       01 WS-ALLOC-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-ALLOC-FULL      PIC X(01) VALUE 'N'.
           88 ALLOC-TABLE-FULL VALUE 'Y'.
       01 WS-ALLOC-TABLE.
           05 WS-AL-ENTRY OCCURS 6000 TIMES INDEXED BY AL-INDEX.
               10 WS-AL-LINE     PIC X(22).
               10 WS-AL-ON-ROLL  PIC X(01).
       01 WS-GENDER-SLOT     PIC 9(01) VALUE ZERO.
       01 WS-CLASS-SLOT      PIC 9(02) VALUE ZERO.
       01 WS-PICK-HOUSE      PIC 9(01) VALUE ZERO.
       01 WS-PICK-CLASS-CT   PIC 9(05) VALUE ZERO.
       01 WS-PICK-GENDER-CT  PIC 9(05) VALUE ZERO.
       01 WS-PICK-TOTAL      PIC 9(05) VALUE ZERO.
       01 WS-CAND-CLASS-CT   PIC 9(05) VALUE ZERO.
       01 WS-CAND-GENDER-CT  PIC 9(05) VALUE ZERO.
       01 WS-SIBLING-HOUSE   PIC 9(01) VALUE ZERO.
       01 WS-SCAN-ST         PIC 9(04) VALUE ZERO.
       01 WS-SCAN-HO         PIC 9(01) VALUE ZERO.
       01 WS-SCAN-CLASS      PIC 9(02) VALUE ZERO.
       01 WS-KEPT-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-NEW-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-MOVES-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-SIBLING-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-WRITTEN-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-CONFIRM-YN      PIC X(01).
       01 WS-PROGRAM-NAME    PIC X(08) VALUE 'HOUSEALC'.
       01 WS-RPT-CELL        PIC ZZZ9.
       01 WS-RPT-POS         PIC 9(02) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY 'DEAL NEW STUDENTS ONLY OR ALL STUDENTS AGAIN '
               '(N/A) : '.
           ACCEPT WS-RUN-OPTION.
           IF NOT NEW-STUDENTS-ONLY AND NOT ALL-STUDENTS
               DISPLAY 'OPTION MUST BE N OR A - NOTHING ALLOCATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACTIVE-HOUSES.
           IF WS-HOUSE-COUNT = ZERO
               DISPLAY 'NO ACTIVE HOUSES ON HOUSEMST.DAT - NOTHING '
                   'TO ALLOCATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-EXISTING-ALLOCATIONS.
           PERFORM LOAD-ROLL-STUDENTS.
           IF STUDENT-TABLE-FULL OR ALLOC-TABLE-FULL
               DISPLAY 'MORE STUDENTS OR ALLOCATIONS THAN THE TABLES '
                   'HOLD - NOTHING ALLOCATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STUDENT-COUNT = ZERO
               DISPLAY 'NO STUDENTS ON ROLL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-FAMILY-LINKS.
           PERFORM MATCH-EXISTING-HOUSES.
           PERFORM ALLOCATE-ALL-STUDENTS.
           PERFORM PRINT-PROPOSAL-REPORT.
           DISPLAY 'STUDENTS ON ROLL : ' WS-STUDENT-COUNT
               '  KEPT : ' WS-KEPT-COUNT '  NEW : ' WS-NEW-COUNT
               '  MOVED : ' WS-MOVES-COUNT.
           DISPLAY 'SEE HOUSEALC.RPT'.
           IF WS-NEW-COUNT = ZERO AND WS-MOVES-COUNT = ZERO
               DISPLAY 'NO HOUSE TO CHANGE - NOTHING POSTED'
               STOP RUN
           END-IF.
           DISPLAY 'APPLY THE PROPOSED HOUSES ? (Y/N) : '.
           ACCEPT WS-CONFIRM-YN.
           IF WS-CONFIRM-YN = 'Y'
               PERFORM REWRITE-ALLOCATION-FILE
               DISPLAY 'HOUSE ALLOCATIONS WRITTEN : ' WS-WRITTEN-COUNT
           ELSE
               DISPLAY 'PROPOSAL LEFT FOR OFFICE REVIEW - NOTHING '
                   'POSTED'
           END-IF.
           STOP RUN.

       LOAD-ACTIVE-HOUSES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-MASTER-FILE.
           IF WS-HOUSE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HM-ACTIVE AND WS-HOUSE-COUNT < 9
                               ADD 1 TO WS-HOUSE-COUNT
                               SET HO-INDEX TO WS-HOUSE-COUNT
                               MOVE HM-HOUSE-CODE TO
                                   WS-HO-CODE (HO-INDEX)
                               MOVE HM-HOUSE-NAME TO
                                   WS-HO-NAME (HO-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSE-MASTER-FILE
           END-IF.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > 9
               MOVE ZERO TO WS-HO-TOTAL (HO-INDEX)
               PERFORM VARYING WS-GENDER-SLOT FROM 1 BY 1
                   UNTIL WS-GENDER-SLOT > 4
                   MOVE ZERO TO WS-HO-GENDER-CT (HO-INDEX
                       WS-GENDER-SLOT)
               END-PERFORM
               PERFORM VARYING WS-SCAN-CLASS FROM 1 BY 1
                   UNTIL WS-SCAN-CLASS > 12
                   MOVE ZERO TO WS-HO-CLASS-CT (HO-INDEX
                       WS-SCAN-CLASS)
                   PERFORM VARYING WS-GENDER-SLOT FROM 1 BY 1
                       UNTIL WS-GENDER-SLOT > 4
                       MOVE ZERO TO WS-HO-CLASS-GEN (HO-INDEX
                           WS-SCAN-CLASS WS-GENDER-SLOT)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       LOAD-EXISTING-ALLOCATIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-ALLOCATION-FILE.
           IF WS-ALLOC-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-ALLOCATION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ALLOC-COUNT < 6000
                               ADD 1 TO WS-ALLOC-COUNT
                               SET AL-INDEX TO WS-ALLOC-COUNT
                               MOVE HOUSE-ALLOCATION-RECORD TO
                                   WS-AL-LINE (AL-INDEX)
                               MOVE 'N' TO WS-AL-ON-ROLL (AL-INDEX)
                           ELSE
                               SET ALLOC-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSE-ALLOCATION-FILE
           END-IF.

       LOAD-ROLL-STUDENTS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF STU-ACTIVE OR STU-RESTORED
                           IF WS-STUDENT-COUNT < 5000
                               PERFORM ADD-ROLL-STUDENT
                           ELSE
                               SET STUDENT-TABLE-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.

       ADD-ROLL-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           SET ST-INDEX TO WS-STUDENT-COUNT.
           MOVE STU-NO IN STUDENT-DETAILS TO WS-ST-STU-NO (ST-INDEX).
           MOVE STU-NAME TO WS-ST-NAME (ST-INDEX).
           MOVE STU-CLASS TO WS-ST-CLASS (ST-INDEX).
           MOVE STU-GENDER TO WS-ST-GENDER (ST-INDEX).
           MOVE STU-PHONE TO WS-ST-PHONE (ST-INDEX).
           MOVE ZERO TO WS-ST-FAMILY (ST-INDEX).
           MOVE SPACE TO WS-ST-OLD-HOUSE (ST-INDEX).
           MOVE SPACE TO WS-ST-NEW-HOUSE (ST-INDEX).
           MOVE ZERO TO WS-ST-ALLOC-DATE (ST-INDEX).
           MOVE SPACES TO WS-ST-ALLOC-BY (ST-INDEX).

       LOAD-FAMILY-LINKS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FAMILY-FILE.
           IF WS-FAMILY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FAMILY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM VARYING ST-INDEX FROM 1 BY 1
                               UNTIL ST-INDEX > WS-STUDENT-COUNT
                               IF WS-ST-STU-NO (ST-INDEX)
                                   = FM-STU-NO
                                   MOVE FM-FAMILY-ID TO
                                       WS-ST-FAMILY (ST-INDEX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FAMILY-FILE
           END-IF.

      * Each student on roll picks up the house already on file. On
      * a new-students run a house that is still active is kept and
      * counted before anyone is dealt; otherwise the student is
      * dealt again and the old house shown beside the new.
       MATCH-EXISTING-HOUSES.
           PERFORM VARYING AL-INDEX FROM 1 BY 1
               UNTIL AL-INDEX > WS-ALLOC-COUNT
               MOVE WS-AL-LINE (AL-INDEX) TO HOUSE-ALLOCATION-RECORD
               PERFORM VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > WS-STUDENT-COUNT
                   IF WS-ST-STU-NO (ST-INDEX) = HS-STU-NO
                       MOVE 'Y' TO WS-AL-ON-ROLL (AL-INDEX)
                       MOVE HS-HOUSE-CODE TO WS-ST-OLD-HOUSE (ST-INDEX)
                       MOVE HS-ALLOC-DATE TO
                           WS-ST-ALLOC-DATE (ST-INDEX)
                       MOVE HS-ALLOC-BY TO WS-ST-ALLOC-BY (ST-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF NEW-STUDENTS-ONLY
               PERFORM VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > WS-STUDENT-COUNT
                   PERFORM KEEP-EXISTING-HOUSE
               END-PERFORM
           END-IF.

       KEEP-EXISTING-HOUSE.
           MOVE ZERO TO WS-PICK-HOUSE.
           PERFORM VARYING WS-SCAN-HO FROM 1 BY 1
               UNTIL WS-SCAN-HO > WS-HOUSE-COUNT
               IF WS-HO-CODE (WS-SCAN-HO) = WS-ST-OLD-HOUSE (ST-INDEX)
                   MOVE WS-SCAN-HO TO WS-PICK-HOUSE
               END-IF
           END-PERFORM.
           IF WS-PICK-HOUSE > ZERO
               MOVE WS-ST-OLD-HOUSE (ST-INDEX) TO
                   WS-ST-NEW-HOUSE (ST-INDEX)
               PERFORM COUNT-INTO-HOUSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       ALLOCATE-ALL-STUDENTS.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > WS-STUDENT-COUNT
               IF WS-ST-NEW-HOUSE (ST-INDEX) = SPACE
                   PERFORM ALLOCATE-ONE-STUDENT
               END-IF
           END-PERFORM.

       ALLOCATE-ONE-STUDENT.
           PERFORM SET-GENDER-AND-CLASS.
           PERFORM FIND-SIBLING-HOUSE.
           IF WS-SIBLING-HOUSE > ZERO
               MOVE WS-SIBLING-HOUSE TO WS-PICK-HOUSE
               ADD 1 TO WS-SIBLING-COUNT
           ELSE
               PERFORM PICK-TARGET-HOUSE
           END-IF.
           SET HO-INDEX TO WS-PICK-HOUSE.
           MOVE WS-HO-CODE (HO-INDEX) TO WS-ST-NEW-HOUSE (ST-INDEX).
           IF WS-ST-NEW-HOUSE (ST-INDEX)
               NOT = WS-ST-OLD-HOUSE (ST-INDEX)
               MOVE WS-TODAY TO WS-ST-ALLOC-DATE (ST-INDEX)
               MOVE WS-PROGRAM-NAME TO WS-ST-ALLOC-BY (ST-INDEX)
           END-IF.
           PERFORM COUNT-INTO-HOUSE.
           IF WS-ST-OLD-HOUSE (ST-INDEX) = SPACE
               ADD 1 TO WS-NEW-COUNT
           ELSE
               IF WS-ST-NEW-HOUSE (ST-INDEX)
                   NOT = WS-ST-OLD-HOUSE (ST-INDEX)
                   ADD 1 TO WS-MOVES-COUNT
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-IF.

      * A class outside 1-12 is balanced on the house totals alone.
       SET-GENDER-AND-CLASS.
           EVALUATE WS-ST-GENDER (ST-INDEX)
               WHEN 'M'
                   MOVE 1 TO WS-GENDER-SLOT
               WHEN 'F'
                   MOVE 2 TO WS-GENDER-SLOT
               WHEN 'O'
                   MOVE 3 TO WS-GENDER-SLOT
               WHEN OTHER
                   MOVE 4 TO WS-GENDER-SLOT
           END-EVALUATE.
           IF WS-ST-CLASS (ST-INDEX) > ZERO
               AND WS-ST-CLASS (ST-INDEX) NOT > 12
               MOVE WS-ST-CLASS (ST-INDEX) TO WS-CLASS-SLOT
           ELSE
               MOVE ZERO TO WS-CLASS-SLOT
           END-IF.

      * Adds the student at ST-INDEX to house WS-PICK-HOUSE.
       COUNT-INTO-HOUSE.
           PERFORM SET-GENDER-AND-CLASS.
           SET HO-INDEX TO WS-PICK-HOUSE.
           ADD 1 TO WS-HO-TOTAL (HO-INDEX).
           ADD 1 TO WS-HO-GENDER-CT (HO-INDEX WS-GENDER-SLOT).
           IF WS-CLASS-SLOT > ZERO
               ADD 1 TO WS-HO-CLASS-CT (HO-INDEX WS-CLASS-SLOT)
               ADD 1 TO WS-HO-CLASS-GEN (HO-INDEX WS-CLASS-SLOT
                   WS-GENDER-SLOT)
           END-IF.

       FIND-SIBLING-HOUSE.
      * The FAMILY.DAT link marks a sibling already in a house; a
      * shared guardian phone still recognizes a pair not yet
      * attached to a family.
           MOVE ZERO TO WS-SIBLING-HOUSE.
           PERFORM VARYING WS-SCAN-ST FROM 1 BY 1
               UNTIL WS-SCAN-ST > WS-STUDENT-COUNT
                   OR WS-SIBLING-HOUSE > ZERO
               IF WS-SCAN-ST NOT = ST-INDEX
                   AND WS-ST-NEW-HOUSE (WS-SCAN-ST) NOT = SPACE
                   AND ((WS-ST-FAMILY (ST-INDEX) > ZERO
                       AND WS-ST-FAMILY (WS-SCAN-ST)
                           = WS-ST-FAMILY (ST-INDEX))
                    OR (WS-ST-FAMILY (ST-INDEX) = ZERO
                       AND WS-ST-PHONE (ST-INDEX) > ZERO
                       AND WS-ST-PHONE (WS-SCAN-ST)
                           = WS-ST-PHONE (ST-INDEX)))
                   PERFORM VARYING WS-SCAN-HO FROM 1 BY 1
                       UNTIL WS-SCAN-HO > WS-HOUSE-COUNT
                       IF WS-HO-CODE (WS-SCAN-HO)
                           = WS-ST-NEW-HOUSE (WS-SCAN-ST)
                           MOVE WS-SCAN-HO TO WS-SIBLING-HOUSE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       PICK-TARGET-HOUSE.
           MOVE ZERO TO WS-PICK-HOUSE.
           MOVE 99999 TO WS-PICK-CLASS-CT.
           MOVE 99999 TO WS-PICK-GENDER-CT.
           MOVE 99999 TO WS-PICK-TOTAL.
           PERFORM VARYING WS-SCAN-HO FROM 1 BY 1
               UNTIL WS-SCAN-HO > WS-HOUSE-COUNT
               SET HO-INDEX TO WS-SCAN-HO
               PERFORM JUDGE-CANDIDATE-HOUSE
           END-PERFORM.

       JUDGE-CANDIDATE-HOUSE.
           IF WS-CLASS-SLOT > ZERO
               MOVE WS-HO-CLASS-CT (HO-INDEX WS-CLASS-SLOT)
                   TO WS-CAND-CLASS-CT
               MOVE WS-HO-CLASS-GEN (HO-INDEX WS-CLASS-SLOT
                   WS-GENDER-SLOT) TO WS-CAND-GENDER-CT
           ELSE
               MOVE ZERO TO WS-CAND-CLASS-CT
               MOVE WS-HO-GENDER-CT (HO-INDEX WS-GENDER-SLOT)
                   TO WS-CAND-GENDER-CT
           END-IF.
           IF WS-CAND-CLASS-CT < WS-PICK-CLASS-CT
               OR (WS-CAND-CLASS-CT = WS-PICK-CLASS-CT
                   AND WS-CAND-GENDER-CT < WS-PICK-GENDER-CT)
               OR (WS-CAND-CLASS-CT = WS-PICK-CLASS-CT
                   AND WS-CAND-GENDER-CT = WS-PICK-GENDER-CT
                   AND WS-HO-TOTAL (HO-INDEX) < WS-PICK-TOTAL)
               MOVE WS-CAND-CLASS-CT TO WS-PICK-CLASS-CT
               MOVE WS-CAND-GENDER-CT TO WS-PICK-GENDER-CT
               MOVE WS-HO-TOTAL (HO-INDEX) TO WS-PICK-TOTAL
               MOVE WS-SCAN-HO TO WS-PICK-HOUSE
           END-IF.

       PRINT-PROPOSAL-REPORT.
           OPEN OUTPUT ALLOCATION-REPORT.
           MOVE ALL '=' TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE '       HOUSE ALLOCATION PROPOSAL' TO
               ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE SPACES TO ALLOCATION-REPORT-LINE.
           STRING 'RUN DATE : ' WS-TODAY
               '   OPTION : ' WS-RUN-OPTION
               DELIMITED BY SIZE INTO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE ALL '-' TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE 'STU-NO NAME            CL G OLD NEW' TO
               ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE ALL '-' TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > WS-STUDENT-COUNT
               IF WS-ST-NEW-HOUSE (ST-INDEX)
                   NOT = WS-ST-OLD-HOUSE (ST-INDEX)
                   MOVE SPACES TO ALLOCATION-REPORT-LINE
                   STRING WS-ST-STU-NO (ST-INDEX) '  '
                       WS-ST-NAME (ST-INDEX) ' '
                       WS-ST-CLASS (ST-INDEX) ' '
                       WS-ST-GENDER (ST-INDEX) '  '
                       WS-ST-OLD-HOUSE (ST-INDEX) '   '
                       WS-ST-NEW-HOUSE (ST-INDEX)
                       DELIMITED BY SIZE INTO ALLOCATION-REPORT-LINE
                   IF WS-ST-OLD-HOUSE (ST-INDEX) = SPACE
                       MOVE ' *NEW*' TO ALLOCATION-REPORT-LINE(37:6)
                   ELSE
                       MOVE ' *MOVE*' TO ALLOCATION-REPORT-LINE(37:7)
                   END-IF
                   WRITE ALLOCATION-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           PERFORM PRINT-CLASS-GRID.
           MOVE ALL '-' TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > WS-HOUSE-COUNT
               MOVE SPACES TO ALLOCATION-REPORT-LINE
               STRING 'HOUSE ' WS-HO-CODE (HO-INDEX) ' '
                   WS-HO-NAME (HO-INDEX)
                   ' TOTAL ' WS-HO-TOTAL (HO-INDEX)
                   ' M ' WS-HO-GENDER-CT (HO-INDEX 1)
                   ' F ' WS-HO-GENDER-CT (HO-INDEX 2)
                   ' O ' WS-HO-GENDER-CT (HO-INDEX 3)
                   ' X ' WS-HO-GENDER-CT (HO-INDEX 4)
                   DELIMITED BY SIZE INTO ALLOCATION-REPORT-LINE
               WRITE ALLOCATION-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO ALLOCATION-REPORT-LINE.
           STRING 'KEPT ' WS-KEPT-COUNT '  NEW ' WS-NEW-COUNT
               '  MOVED ' WS-MOVES-COUNT
               '  WITH A SIBLING ' WS-SIBLING-COUNT
               DELIMITED BY SIZE INTO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE ALL '=' TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           CLOSE ALLOCATION-REPORT.

      * One line per class: the house codes across, each with its
      * count of the class, then under it the class's count of
      * each gender in each house.
       PRINT-CLASS-GRID.
           MOVE SPACES TO ALLOCATION-REPORT-LINE.
           MOVE 'CLASS' TO ALLOCATION-REPORT-LINE(1:5).
           MOVE 8 TO WS-RPT-POS.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > WS-HOUSE-COUNT
               MOVE WS-HO-CODE (HO-INDEX) TO
                   ALLOCATION-REPORT-LINE(WS-RPT-POS + 3:1)
               ADD 7 TO WS-RPT-POS
           END-PERFORM.
           WRITE ALLOCATION-REPORT-LINE.
           PERFORM VARYING WS-SCAN-CLASS FROM 1 BY 1
               UNTIL WS-SCAN-CLASS > 12
               PERFORM PRINT-GRID-ROW
           END-PERFORM.

       PRINT-GRID-ROW.
           MOVE ZERO TO WS-PICK-TOTAL.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > WS-HOUSE-COUNT
               ADD WS-HO-CLASS-CT (HO-INDEX WS-SCAN-CLASS)
                   TO WS-PICK-TOTAL
           END-PERFORM.
           IF WS-PICK-TOTAL > ZERO
               MOVE SPACES TO ALLOCATION-REPORT-LINE
               MOVE WS-SCAN-CLASS TO ALLOCATION-REPORT-LINE(2:2)
               MOVE 8 TO WS-RPT-POS
               PERFORM VARYING HO-INDEX FROM 1 BY 1
                   UNTIL HO-INDEX > WS-HOUSE-COUNT
                   MOVE WS-HO-CLASS-CT (HO-INDEX WS-SCAN-CLASS)
                       TO WS-RPT-CELL
                   MOVE WS-RPT-CELL TO
                       ALLOCATION-REPORT-LINE(WS-RPT-POS:4)
                   ADD 7 TO WS-RPT-POS
               END-PERFORM
               WRITE ALLOCATION-REPORT-LINE
               PERFORM VARYING WS-GENDER-SLOT FROM 1 BY 1
                   UNTIL WS-GENDER-SLOT > 4
                   PERFORM PRINT-GRID-GENDER
               END-PERFORM
           END-IF.

      * A gender with nobody in the class is left off.
       PRINT-GRID-GENDER.
           MOVE ZERO TO WS-PICK-GENDER-CT.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > WS-HOUSE-COUNT
               ADD WS-HO-CLASS-GEN (HO-INDEX WS-SCAN-CLASS
                   WS-GENDER-SLOT) TO WS-PICK-GENDER-CT
           END-PERFORM.
           IF WS-PICK-GENDER-CT > ZERO
               MOVE SPACES TO ALLOCATION-REPORT-LINE
               EVALUATE WS-GENDER-SLOT
                   WHEN 1
                       MOVE '  M' TO ALLOCATION-REPORT-LINE(1:3)
                   WHEN 2
                       MOVE '  F' TO ALLOCATION-REPORT-LINE(1:3)
                   WHEN 3
                       MOVE '  O' TO ALLOCATION-REPORT-LINE(1:3)
                   WHEN OTHER
                       MOVE '  X' TO ALLOCATION-REPORT-LINE(1:3)
               END-EVALUATE
               MOVE 8 TO WS-RPT-POS
               PERFORM VARYING HO-INDEX FROM 1 BY 1
                   UNTIL HO-INDEX > WS-HOUSE-COUNT
                   MOVE WS-HO-CLASS-GEN (HO-INDEX WS-SCAN-CLASS
                       WS-GENDER-SLOT) TO WS-RPT-CELL
                   MOVE WS-RPT-CELL TO
                       ALLOCATION-REPORT-LINE(WS-RPT-POS:4)
                   ADD 7 TO WS-RPT-POS
               END-PERFORM
               WRITE ALLOCATION-REPORT-LINE
           END-IF.

      * Students on roll are written from the table; rows for
      * students no longer on roll are carried over as they were.
       REWRITE-ALLOCATION-FILE.
           OPEN OUTPUT HOUSE-ALLOCATION-FILE.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > WS-STUDENT-COUNT
               IF WS-ST-NEW-HOUSE (ST-INDEX) NOT = SPACE
                   MOVE WS-ST-STU-NO (ST-INDEX) TO HS-STU-NO
                   MOVE WS-ST-NEW-HOUSE (ST-INDEX) TO HS-HOUSE-CODE
                   MOVE WS-ST-ALLOC-DATE (ST-INDEX) TO HS-ALLOC-DATE
                   MOVE WS-ST-ALLOC-BY (ST-INDEX) TO HS-ALLOC-BY
                   WRITE HOUSE-ALLOCATION-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING AL-INDEX FROM 1 BY 1
               UNTIL AL-INDEX > WS-ALLOC-COUNT
               IF WS-AL-ON-ROLL (AL-INDEX) = 'N'
                   MOVE WS-AL-LINE (AL-INDEX) TO
                       HOUSE-ALLOCATION-RECORD
                   WRITE HOUSE-ALLOCATION-RECORD
               END-IF
           END-PERFORM.
           CLOSE HOUSE-ALLOCATION-FILE.
      ** add other procedures here
       END PROGRAM HOUSEALC.
