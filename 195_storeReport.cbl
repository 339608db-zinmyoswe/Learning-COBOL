      ******************************************************************
      * Author:
      * Date:
      * Purpose: School store month-end run. Values the STOREITM.DAT
      *          stock on hand at its average cost, category by
      *          category, beside the month's STORETXN.DAT movements
      *          for each item (received, issued to students, count
      *          gains and losses in the month of the run date), and
      *          lists every active item at or below its reorder level
      *          with the quantity to order - SI-REORDER-QTY, or
      *          enough to bring the stock back to twice the level -
      *          on STOREVAL.RPT; any item to reorder is RC 4. The
      *          students on roll in a class that has a STOREKIT.DAT
      *          kit and who have not yet been issued it this SCHPROF
      *          academic year are listed class by class on
      *          KITPEND.RPT. Logs to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STORERPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STORE-ITEM-FILE ASSIGN TO "STOREITM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT STORE-KIT-FILE ASSIGN TO "STOREKIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.
           SELECT STORE-TXN-FILE ASSIGN TO "STORETXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
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
           SELECT VALUATION-REPORT ASSIGN TO "STOREVAL.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KIT-PENDING-REPORT ASSIGN TO "KITPEND.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STORE-ITEM-FILE.
           COPY STORITMR.

       FD  STORE-KIT-FILE.
           COPY STORKITR.

       FD  STORE-TXN-FILE.
           COPY STORTXNR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  VALUATION-REPORT.
       01 VALUATION-LINE     PIC X(72).

       FD  KIT-PENDING-REPORT.
       01 KIT-PENDING-LINE   PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-CLASS          PIC 9(02).
           05 SW-SECTION        PIC X(01).
           05 SW-STU-NO         PIC 9(05).
           05 SW-STU-NAME       PIC X(15).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-ITEM-STATUS     PIC X(02) VALUE '00'.
       01 WS-KIT-STATUS      PIC X(02) VALUE '00'.
       01 WS-TXN-STATUS      PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-RUN-MONTH       PIC 9(06).
      * The items with the month's movements against each.
       01 WS-ITEM-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-ITEM-OVERFLOW   PIC 9(05) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 1000 TIMES INDEXED BY IT-INDEX.
               10 WS-IT-LINE       PIC X(57).
               10 WS-IT-RECEIVED   PIC 9(07).
               10 WS-IT-ISSUED     PIC 9(07).
               10 WS-IT-GAINED     PIC 9(07).
               10 WS-IT-LOST       PIC 9(07).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-CATEGORY-LIST   PIC X(04) VALUE 'BUSO'.
       01 WS-CATEGORY-SUB    PIC 9(01).
       01 WS-CATEGORY        PIC X(01).
       01 WS-CATEGORY-NAME   PIC X(12).
       01 WS-CATEGORY-ITEMS  PIC 9(04).
       01 WS-ITEM-VALUE      PIC 9(09)V9(02).
       01 WS-CATEGORY-VALUE  PIC 9(09)V9(02).
       01 WS-STOCK-VALUE     PIC 9(09)V9(02) VALUE ZERO.
       01 WS-MONTH-RECEIPTS  PIC 9(09)V9(02) VALUE ZERO.
       01 WS-MONTH-ISSUES    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-MONTH-GAINS     PIC 9(09)V9(02) VALUE ZERO.
       01 WS-MONTH-LOSSES    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-ORDER-QTY       PIC 9(06).
       01 WS-REORDER-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-TXN-READ        PIC 9(07) VALUE ZERO.
      * Classes with a kit, and the students who have had theirs this
      * academic year.
       01 WS-KIT-CLASS-TABLE.
           05 WS-KIT-CLASS OCCURS 99 TIMES PIC X(01).
       01 WS-KIT-ISSUED-TABLE.
           05 WS-KIT-ISSUED OCCURS 99999 TIMES PIC X(01).
       01 WS-PREV-CLASS      PIC 9(02) VALUE ZERO.
       01 WS-PREV-SECTION    PIC X(01) VALUE SPACE.
       01 WS-CLASS-PENDING   PIC 9(04) VALUE ZERO.
       01 WS-PENDING-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-RPT-QTY         PIC ZZZZ9.
       01 WS-RPT-MOVE        PIC ZZZZ9.
       01 WS-RPT-COST        PIC ZZZZ9.99.
       01 WS-RPT-VALUE       PIC Z(07)9.99.
       01 WS-RPT-TOTAL       PIC Z(08)9.99.
       01 WS-RPT-ORDER       PIC ZZZZZ9.
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
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH.
           PERFORM LOAD-ITEM-TABLE.
           PERFORM LOAD-KIT-CLASSES.
           MOVE ALL 'N' TO WS-KIT-ISSUED-TABLE.
           PERFORM LOAD-STORE-MOVEMENTS.
           OPEN OUTPUT VALUATION-REPORT.
           PERFORM WRITE-VALUATION-HEADING.
           PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 4
               MOVE WS-CATEGORY-LIST (WS-CATEGORY-SUB:1)
                   TO WS-CATEGORY
               PERFORM WRITE-ONE-CATEGORY
           END-PERFORM.
           PERFORM WRITE-VALUATION-TOTALS.
           PERFORM WRITE-REORDER-LIST.
           CLOSE VALUATION-REPORT.
           OPEN OUTPUT KIT-PENDING-REPORT.
           PERFORM WRITE-PENDING-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CLASS SW-SECTION SW-STU-NO
               INPUT PROCEDURE IS RELEASE-KIT-PENDING
               OUTPUT PROCEDURE IS PRINT-KIT-PENDING.
           MOVE SPACES TO KIT-PENDING-LINE.
           STRING 'STUDENTS STILL TO BE ISSUED THEIR KIT : '
               WS-PENDING-COUNT
               DELIMITED BY SIZE INTO KIT-PENDING-LINE.
           WRITE KIT-PENDING-LINE.
           CLOSE KIT-PENDING-REPORT.
           MOVE WS-STOCK-VALUE TO WS-RPT-TOTAL.
           DISPLAY 'STOCK VALUE : ' WS-RPT-TOTAL
               '  ITEMS TO REORDER : ' WS-REORDER-COUNT
               '  KITS PENDING : ' WS-PENDING-COUNT.
           IF WS-REORDER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ITEM-OVERFLOW > ZERO
               DISPLAY 'ITEMS BEYOND THE 1000-ITEM TABLE NOT VALUED : '
                   WS-ITEM-OVERFLOW
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

       LOAD-ITEM-TABLE.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STORE-ITEM-FILE.
           IF WS-ITEM-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STORE-ITEM-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ITEM-COUNT < 1000
                               ADD 1 TO WS-ITEM-COUNT
                               SET IT-INDEX TO WS-ITEM-COUNT
                               MOVE STORE-ITEM-RECORD TO
                                   WS-IT-LINE (IT-INDEX)
                               MOVE ZERO TO WS-IT-RECEIVED (IT-INDEX)
                                   WS-IT-ISSUED (IT-INDEX)
                                   WS-IT-GAINED (IT-INDEX)
                                   WS-IT-LOST (IT-INDEX)
                           ELSE
                               ADD 1 TO WS-ITEM-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-ITEM-FILE
           END-IF.

       LOAD-KIT-CLASSES.
           MOVE ALL 'N' TO WS-KIT-CLASS-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STORE-KIT-FILE.
           IF WS-KIT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STORE-KIT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF KT-CLASS > ZERO AND KT-QUANTITY > ZERO
                               MOVE 'Y' TO WS-KIT-CLASS (KT-CLASS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-KIT-FILE
           END-IF.

      * The month's movements go against their items; a kit row of
      * this academic year, whatever the month, marks the student as
      * issued.
       LOAD-STORE-MOVEMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STORE-TXN-FILE.
           IF WS-TXN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STORE-TXN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TXN-READ
                           IF SX-KIT-ISSUE AND SX-STU-NO > ZERO
                               AND SX-ACAD-YEAR = SP-ACADEMIC-YEAR
                               MOVE 'Y' TO WS-KIT-ISSUED (SX-STU-NO)
                           END-IF
                           IF SX-TXN-DATE (1:6) = WS-RUN-MONTH (1:6)
                               PERFORM TALLY-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-TXN-FILE
           END-IF.

       TALLY-ONE-MOVEMENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING IT-INDEX FROM 1 BY 1
               UNTIL IT-INDEX > WS-ITEM-COUNT OR ENTRY-FOUND
               IF WS-IT-LINE (IT-INDEX) (1:6) = SX-ITEM-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET IT-INDEX DOWN BY 1
               EVALUATE TRUE
                   WHEN SX-RECEIPT
                       ADD SX-QUANTITY TO WS-IT-RECEIVED (IT-INDEX)
                       ADD SX-AMOUNT TO WS-MONTH-RECEIPTS
                   WHEN SX-ISSUE-TXN
                       ADD SX-QUANTITY TO WS-IT-ISSUED (IT-INDEX)
                       ADD SX-AMOUNT TO WS-MONTH-ISSUES
                   WHEN SX-COUNT-GAIN
                       ADD SX-QUANTITY TO WS-IT-GAINED (IT-INDEX)
                       ADD SX-AMOUNT TO WS-MONTH-GAINS
                   WHEN SX-COUNT-LOSS
                       ADD SX-QUANTITY TO WS-IT-LOST (IT-INDEX)
                       ADD SX-AMOUNT TO WS-MONTH-LOSSES
               END-EVALUATE
           END-IF.

       WRITE-VALUATION-HEADING.
           MOVE ALL '=' TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           STRING '      SCHOOL STORE STOCK VALUATION - MONTH '
               WS-RUN-MONTH (1:4) '-' WS-RUN-MONTH (5:2)
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE
               '   STOCK AT AVERAGE COST'
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE ALL '=' TO VALUATION-LINE.
           WRITE VALUATION-LINE.

       WRITE-ONE-CATEGORY.
           EVALUATE WS-CATEGORY
               WHEN 'B'
                   MOVE 'TEXTBOOKS' TO WS-CATEGORY-NAME
               WHEN 'U'
                   MOVE 'UNIFORMS' TO WS-CATEGORY-NAME
               WHEN 'S'
                   MOVE 'STATIONERY' TO WS-CATEGORY-NAME
               WHEN OTHER
                   MOVE 'OTHER ITEMS' TO WS-CATEGORY-NAME
           END-EVALUATE.
           MOVE ZERO TO WS-CATEGORY-ITEMS WS-CATEGORY-VALUE.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE WS-CATEGORY-NAME TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE 'ITEM' TO VALUATION-LINE (1:4).
           MOVE 'DESCRIPTION' TO VALUATION-LINE (8:11).
           MOVE 'ON HD' TO VALUATION-LINE (29:5).
           MOVE 'AV COST' TO VALUATION-LINE (36:7).
           MOVE 'VALUE' TO VALUATION-LINE (50:5).
           MOVE 'RECD' TO VALUATION-LINE (57:4).
           MOVE 'ISSUE' TO VALUATION-LINE (62:5).
           MOVE 'COUNT' TO VALUATION-LINE (68:5).
           WRITE VALUATION-LINE.
           MOVE ALL '-' TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           PERFORM VARYING IT-INDEX FROM 1 BY 1
               UNTIL IT-INDEX > WS-ITEM-COUNT
               MOVE WS-IT-LINE (IT-INDEX) TO STORE-ITEM-RECORD
               IF SI-CATEGORY = WS-CATEGORY
                   OR (WS-CATEGORY = 'O' AND NOT SI-TEXTBOOK
                       AND NOT SI-UNIFORM AND NOT SI-STATIONERY)
                   PERFORM WRITE-ONE-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-CATEGORY-VALUE TO WS-RPT-TOTAL.
           STRING 'TOTAL ' WS-CATEGORY-NAME ' ITEMS : '
               WS-CATEGORY-ITEMS '   VALUE : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.

      * The count column is the month's gain less loss; a net loss
      * shows with a trailing minus.
       WRITE-ONE-ITEM.
           ADD 1 TO WS-CATEGORY-ITEMS.
           COMPUTE WS-ITEM-VALUE = SI-ON-HAND * SI-UNIT-COST.
           ADD WS-ITEM-VALUE TO WS-CATEGORY-VALUE WS-STOCK-VALUE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE SI-ITEM-CODE TO VALUATION-LINE (1:6).
           MOVE SI-DESCRIPTION TO VALUATION-LINE (8:20).
           MOVE SI-ON-HAND TO WS-RPT-QTY.
           MOVE WS-RPT-QTY TO VALUATION-LINE (29:5).
           MOVE SI-UNIT-COST TO WS-RPT-COST.
           MOVE WS-RPT-COST TO VALUATION-LINE (35:8).
           MOVE WS-ITEM-VALUE TO WS-RPT-VALUE.
           MOVE WS-RPT-VALUE TO VALUATION-LINE (44:11).
           MOVE WS-IT-RECEIVED (IT-INDEX) TO WS-RPT-MOVE.
           MOVE WS-RPT-MOVE TO VALUATION-LINE (56:5).
           MOVE WS-IT-ISSUED (IT-INDEX) TO WS-RPT-MOVE.
           MOVE WS-RPT-MOVE TO VALUATION-LINE (62:5).
           IF WS-IT-GAINED (IT-INDEX) NOT < WS-IT-LOST (IT-INDEX)
               COMPUTE WS-RPT-MOVE = WS-IT-GAINED (IT-INDEX)
                   - WS-IT-LOST (IT-INDEX)
               MOVE WS-RPT-MOVE TO VALUATION-LINE (68:5)
           ELSE
               COMPUTE WS-RPT-MOVE = WS-IT-LOST (IT-INDEX)
                   - WS-IT-GAINED (IT-INDEX)
               MOVE WS-RPT-MOVE TO VALUATION-LINE (67:5)
               MOVE '-' TO VALUATION-LINE (72:1)
           END-IF.
           WRITE VALUATION-LINE.

       WRITE-VALUATION-TOTALS.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE ALL '=' TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-STOCK-VALUE TO WS-RPT-TOTAL.
           STRING 'STOCK ON HAND AT AVERAGE COST     : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-MONTH-RECEIPTS TO WS-RPT-TOTAL.
           STRING 'RECEIVED IN THE MONTH AT COST     : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-MONTH-ISSUES TO WS-RPT-TOTAL.
           STRING 'ISSUED IN THE MONTH, CHARGED      : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-MONTH-GAINS TO WS-RPT-TOTAL.
           STRING 'COUNT GAINS IN THE MONTH AT COST  : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-MONTH-LOSSES TO WS-RPT-TOTAL.
           STRING 'COUNT LOSSES IN THE MONTH AT COST : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.

       WRITE-REORDER-LIST.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE 'ITEMS AT OR BELOW THEIR REORDER LEVEL' TO
               VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE 'ITEM' TO VALUATION-LINE (1:4).
           MOVE 'DESCRIPTION' TO VALUATION-LINE (8:11).
           MOVE 'ON HD' TO VALUATION-LINE (29:5).
           MOVE 'LEVEL' TO VALUATION-LINE (36:5).
           MOVE 'ORDER' TO VALUATION-LINE (44:5).
           WRITE VALUATION-LINE.
           MOVE ALL '-' TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           PERFORM VARYING IT-INDEX FROM 1 BY 1
               UNTIL IT-INDEX > WS-ITEM-COUNT
               MOVE WS-IT-LINE (IT-INDEX) TO STORE-ITEM-RECORD
               IF SI-ACTIVE AND SI-REORDER-LEVEL > ZERO
                   AND SI-ON-HAND NOT > SI-REORDER-LEVEL
                   PERFORM WRITE-ONE-REORDER
               END-IF
           END-PERFORM.
           IF WS-REORDER-COUNT = ZERO
               MOVE 'NO ITEM NEEDS REORDERING' TO VALUATION-LINE
               WRITE VALUATION-LINE
           END-IF.

       WRITE-ONE-REORDER.
           ADD 1 TO WS-REORDER-COUNT.
           IF SI-REORDER-QTY > ZERO
               MOVE SI-REORDER-QTY TO WS-ORDER-QTY
           ELSE
               COMPUTE WS-ORDER-QTY =
                   SI-REORDER-LEVEL * 2 - SI-ON-HAND
           END-IF.
           MOVE SPACES TO VALUATION-LINE.
           MOVE SI-ITEM-CODE TO VALUATION-LINE (1:6).
           MOVE SI-DESCRIPTION TO VALUATION-LINE (8:20).
           MOVE SI-ON-HAND TO WS-RPT-QTY.
           MOVE WS-RPT-QTY TO VALUATION-LINE (29:5).
           MOVE SI-REORDER-LEVEL TO WS-RPT-QTY.
           MOVE WS-RPT-QTY TO VALUATION-LINE (36:5).
           MOVE WS-ORDER-QTY TO WS-RPT-ORDER.
           MOVE WS-RPT-ORDER TO VALUATION-LINE (43:6).
           WRITE VALUATION-LINE.

       WRITE-PENDING-HEADING.
           MOVE ALL '=' TO KIT-PENDING-LINE.
           WRITE KIT-PENDING-LINE.
           MOVE SPACES TO KIT-PENDING-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO KIT-PENDING-LINE.
           WRITE KIT-PENDING-LINE.
           MOVE SPACES TO KIT-PENDING-LINE.
           STRING '      CLASS KITS NOT YET ISSUED - YEAR '
               SP-ACADEMIC-YEAR
               DELIMITED BY SIZE INTO KIT-PENDING-LINE.
           WRITE KIT-PENDING-LINE.
           MOVE SPACES TO KIT-PENDING-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO KIT-PENDING-LINE.
           WRITE KIT-PENDING-LINE.
           MOVE ALL '=' TO KIT-PENDING-LINE.
           WRITE KIT-PENDING-LINE.

       RELEASE-KIT-PENDING.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF STU-NO IN STUDENT-DETAILS > ZERO
                               AND STU-CLASS > ZERO
                               AND (STU-ACTIVE OR STU-RESTORED)
                               AND WS-KIT-CLASS (STU-CLASS) = 'Y'
                               AND WS-KIT-ISSUED
                                   (STU-NO IN STUDENT-DETAILS) = 'N'
                               MOVE STU-CLASS TO SW-CLASS
                               MOVE STU-SECTION TO SW-SECTION
                               MOVE STU-NO IN STUDENT-DETAILS
                                   TO SW-STU-NO
                               MOVE STU-NAME TO SW-STU-NAME
                               RELEASE SORT-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       PRINT-KIT-PENDING.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF SW-CLASS NOT = WS-PREV-CLASS
                           OR SW-SECTION NOT = WS-PREV-SECTION
                           PERFORM WRITE-PENDING-FOOTING
                           MOVE SW-CLASS TO WS-PREV-CLASS
                           MOVE SW-SECTION TO WS-PREV-SECTION
                           MOVE ZERO TO WS-CLASS-PENDING
                           MOVE SPACES TO KIT-PENDING-LINE
                           STRING 'CLASS ' SW-CLASS '-' SW-SECTION
                               DELIMITED BY SIZE INTO KIT-PENDING-LINE
                           WRITE KIT-PENDING-LINE
                       END-IF
                       ADD 1 TO WS-CLASS-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE SPACES TO KIT-PENDING-LINE
                       MOVE SW-STU-NO TO KIT-PENDING-LINE (5:5)
                       MOVE SW-STU-NAME TO KIT-PENDING-LINE (12:15)
                       WRITE KIT-PENDING-LINE
               END-RETURN
           END-PERFORM.
           PERFORM WRITE-PENDING-FOOTING.

       WRITE-PENDING-FOOTING.
           IF WS-PREV-CLASS > ZERO
               MOVE SPACES TO KIT-PENDING-LINE
               STRING '    NOT YET ISSUED IN CLASS ' WS-PREV-CLASS '-'
                   WS-PREV-SECTION ' : ' WS-CLASS-PENDING
                   DELIMITED BY SIZE INTO KIT-PENDING-LINE
               WRITE KIT-PENDING-LINE
               MOVE ALL '-' TO KIT-PENDING-LINE
               WRITE KIT-PENDING-LINE
           END-IF.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'STORERPT'      TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE     TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-TXN-READ     TO RL-RECORDS-READ.
           MOVE WS-ITEM-COUNT   TO RL-RECORDS-WRITTEN.
           MOVE WS-ITEM-OVERFLOW TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM STORERPT.
