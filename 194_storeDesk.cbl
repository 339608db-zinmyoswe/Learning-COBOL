      ******************************************************************
      * Author:
      * Date:
      * Purpose: School store desk for textbooks, uniforms and other
      *          items sold to students. Keeps the STOREITM.DAT item
      *          master - selling price, stock on hand at its average
      *          cost, reorder level - and the STOREKIT.DAT kit of
      *          items and quantities each class is issued at the
      *          start of the year (both by a supervisor). Stock
      *          comes in from the supplier at cost and is re-averaged;
      *          a supervisor's stock count books the difference as a
      *          gain or a loss. A class kit is issued to a student on
      *          roll whole, only when every item is in stock and only
      *          once per SCHPROF academic year, and charged to the
      *          student's FEELEDGR.DAT ledger as one 'STORE KIT' row;
      *          extra items are issued and charged item by item as
      *          'STORE <item>' rows. Like FEEPOST, nothing is charged
      *          after CASHEOD has closed the day. Every movement is
      *          appended to STORETXN.DAT, and an item left at or
      *          below its reorder level is called out as it happens.
      *          Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STOREDSK.
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
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCLOSE-STATUS.
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

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  DAY-CLOSE-FILE.
       01 DAY-CLOSE-RECORD.
           05 DY-CLOSE-DATE   PIC 9(08).
           05 DY-CLOSED-BY    PIC X(08).
           05 DY-CLOSE-TIME   PIC 9(08).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-ITEM-STATUS     PIC X(02) VALUE '00'.
       01 WS-KIT-STATUS      PIC X(02) VALUE '00'.
       01 WS-TXN-STATUS      PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DAYCLOSE-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 9.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'STOREDSK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-ITEM-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-ITEM-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 ITEM-TABLE-FULL  VALUE 'Y'.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-LINE OCCURS 1000 TIMES INDEXED BY IT-INDEX
               PIC X(57).
       01 WS-KIT-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-KIT-FULL-FLAG   PIC X(01) VALUE 'N'.
           88 KIT-TABLE-FULL   VALUE 'Y'.
       01 WS-KIT-TABLE.
           05 WS-KIT-LINE OCCURS 2000 TIMES INDEXED BY KT-INDEX
               PIC X(11).
      * The items of one issue, each with its place in the item
      * table, the quantity and the amount charged.
       01 WS-ISSUE-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-ISSUE-TABLE.
           05 WS-IL-ENTRY OCCURS 30 TIMES INDEXED BY IL-INDEX.
               10 WS-IL-ITEM-SLOT  PIC 9(04).
               10 WS-IL-QUANTITY   PIC 9(05).
               10 WS-IL-AMOUNT     PIC 9(07)V9(02).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-ITEM-SLOT       PIC 9(04).
       01 WS-SHORT-FLAG      PIC X(01).
           88 STOCK-IS-SHORT   VALUE 'Y'.
       01 WS-ISSUED-FLAG     PIC X(01).
           88 KIT-ALREADY-ISSUED VALUE 'Y'.
       01 WS-STUDENT-OK      PIC X(01).
           88 STUDENT-ON-ROLL  VALUE 'Y'.
       01 WS-DAY-CLOSED      PIC X(01).
           88 DAY-IS-CLOSED    VALUE 'Y'.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-WORK-ITEM-CODE  PIC X(06).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-QUANTITY   PIC 9(05).
       01 WS-WORK-PRICE      PIC 9(05)V9(02).
       01 WS-WORK-AMOUNT     PIC 9(07)V9(02).
       01 WS-WORK-TEXT       PIC X(20).
       01 WS-WORK-REFERENCE  PIC X(12).
       01 WS-WORK-CODE       PIC X(01).
       01 WS-NEW-ITEM-FLAG   PIC X(01).
           88 ITEM-IS-NEW      VALUE 'Y'.
       01 WS-STU-CLASS       PIC 9(02).
       01 WS-STU-NAME        PIC X(15).
       01 WS-CHARGE-DESC     PIC X(20).
       01 WS-ISSUE-TOTAL     PIC 9(07)V9(02).
       01 WS-NEW-ON-HAND     PIC 9(06).
       01 WS-TAKEN-QTY       PIC 9(06).
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-PRICE       PIC Z(04)9.99.
       01 WS-RPT-QTY         PIC ZZZZ9.
       01 WS-RPT-LEVEL       PIC ZZZZ9.
       01 WS-LIST-COUNT      PIC 9(04) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-ITEM-TABLE.
           PERFORM LOAD-KIT-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD OR AMEND A STORE ITEM'
               DISPLAY '2. SET A CLASS KIT'
               DISPLAY '3. RECEIVE STOCK FROM SUPPLIER'
               DISPLAY '4. ISSUE CLASS KIT TO A STUDENT'
               DISPLAY '5. ISSUE EXTRA ITEMS TO A STUDENT'
               DISPLAY '6. ADJUST STOCK AFTER A COUNT'
               DISPLAY '7. LIST ITEMS AND STOCK'
               DISPLAY '9. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM MAINTAIN-ITEM
                               THRU MAINTAIN-ITEM-EXIT
                       ELSE
                           DISPLAY 'ITEM MAINTENANCE REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 2
                       IF SUPERVISOR-LEVEL
                           PERFORM SET-CLASS-KIT
                               THRU SET-CLASS-KIT-EXIT
                       ELSE
                           DISPLAY 'KIT MAINTENANCE REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 3
                       PERFORM RECEIVE-STOCK THRU RECEIVE-STOCK-EXIT
                   WHEN 4
                       PERFORM ISSUE-CLASS-KIT
                           THRU ISSUE-CLASS-KIT-EXIT
                   WHEN 5
                       PERFORM ISSUE-EXTRA-ITEMS
                           THRU ISSUE-EXTRA-ITEMS-EXIT
                   WHEN 6
                       IF SUPERVISOR-LEVEL
                           PERFORM ADJUST-STOCK THRU ADJUST-STOCK-EXIT
                       ELSE
                           DISPLAY 'STOCK ADJUSTMENT REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 7
                       PERFORM LIST-ITEMS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

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
                                   WS-ITEM-LINE (IT-INDEX)
                           ELSE
                               SET ITEM-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-ITEM-FILE
           END-IF.
           IF ITEM-TABLE-FULL
               DISPLAY 'STOREITM.DAT EXCEEDS THE 1000-ITEM TABLE - NO '
                   'STOCK CAN BE MOVED'
           END-IF.

       LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STORE-KIT-FILE.
           IF WS-KIT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STORE-KIT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-KIT-COUNT < 2000
                               ADD 1 TO WS-KIT-COUNT
                               SET KT-INDEX TO WS-KIT-COUNT
                               MOVE STORE-KIT-RECORD TO
                                   WS-KIT-LINE (KT-INDEX)
                           ELSE
                               SET KIT-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-KIT-FILE
           END-IF.
           IF KIT-TABLE-FULL
               DISPLAY 'STOREKIT.DAT EXCEEDS THE 2000-LINE TABLE - NO '
                   'KIT CAN BE SET OR ISSUED'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-ITEM-FILE.
           OPEN OUTPUT STORE-ITEM-FILE.
           PERFORM VARYING IT-INDEX FROM 1 BY 1
               UNTIL IT-INDEX > WS-ITEM-COUNT
               MOVE WS-ITEM-LINE (IT-INDEX) TO STORE-ITEM-RECORD
               WRITE STORE-ITEM-RECORD
           END-PERFORM.
           CLOSE STORE-ITEM-FILE.

      * A kit line taken down to a quantity of zero is dropped.
       REWRITE-KIT-FILE.
           OPEN OUTPUT STORE-KIT-FILE.
           PERFORM VARYING KT-INDEX FROM 1 BY 1
               UNTIL KT-INDEX > WS-KIT-COUNT
               MOVE WS-KIT-LINE (KT-INDEX) TO STORE-KIT-RECORD
               IF KT-QUANTITY > ZERO
                   WRITE STORE-KIT-RECORD
               END-IF
           END-PERFORM.
           CLOSE STORE-KIT-FILE.

      * Leaves the item in STORE-ITEM-RECORD and IT-INDEX on it.
       FIND-ITEM.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING IT-INDEX FROM 1 BY 1
               UNTIL IT-INDEX > WS-ITEM-COUNT OR ENTRY-FOUND
               MOVE WS-ITEM-LINE (IT-INDEX) TO STORE-ITEM-RECORD
               IF SI-ITEM-CODE = WS-WORK-ITEM-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET IT-INDEX DOWN BY 1
           END-IF.

      * Asks for an item code and finds it active on file.
       ACCEPT-ACTIVE-ITEM.
           DISPLAY 'ENTER ITEM CODE : '.
           MOVE SPACES TO WS-WORK-ITEM-CODE.
           ACCEPT WS-WORK-ITEM-CODE.
           PERFORM FIND-ITEM.
           IF NOT ENTRY-FOUND
               DISPLAY 'ITEM ' WS-WORK-ITEM-CODE ' NOT ON FILE'
           ELSE
               IF SI-DISCONTINUED
                   DISPLAY 'ITEM ' WS-WORK-ITEM-CODE
                       ' IS DISCONTINUED'
                   MOVE 'N' TO WS-FOUND-FLAG
               ELSE
                   MOVE SI-SELL-PRICE TO WS-RPT-PRICE
                   MOVE SI-ON-HAND TO WS-RPT-QTY
                   DISPLAY SI-ITEM-CODE ' ' SI-DESCRIPTION
                       ' PRICE ' WS-RPT-PRICE ' ON HAND ' WS-RPT-QTY
               END-IF
           END-IF.

      * Reads the student into STUDENT-DETAILS and checks on roll.
       ACCEPT-ON-ROLL-STUDENT.
           MOVE 'N' TO WS-STUDENT-OK.
           DISPLAY 'ENTER STU-NO : '.
           MOVE ZERO TO WS-WORK-STU-NO.
           ACCEPT WS-WORK-STU-NO.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'STUDENT NOT ON MASTER : '
                           WS-WORK-STU-NO
                   NOT INVALID KEY
                       IF STU-ACTIVE OR STU-RESTORED
                           MOVE 'Y' TO WS-STUDENT-OK
                           MOVE STU-CLASS TO WS-STU-CLASS
                           MOVE STU-NAME TO WS-STU-NAME
                           DISPLAY STU-NAME ' ' STU-CLASS '-'
                               STU-SECTION
                       ELSE
                           DISPLAY 'STUDENT ' WS-WORK-STU-NO
                               ' IS NOT ON ROLL'
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
           ELSE
               DISPLAY 'CANNOT OPEN STUDENT.IDX, STATUS : '
                   WS-MASTER-STATUS
           END-IF.

       CHECK-DAY-CLOSED.
           MOVE 'N' TO WS-DAY-CLOSED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DAY-CLOSE-FILE.
           IF WS-DAYCLOSE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAY-CLOSE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF DY-CLOSE-DATE = WS-TODAY
                               MOVE 'Y' TO WS-DAY-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-CLOSE-FILE
           END-IF.

      * Issue and count changes are refused while the item table is
      * only partly loaded, since the item file could not be written
      * back.
       CHECK-STOCK-OPEN.
           MOVE 'Y' TO WS-FOUND-FLAG.
           IF ITEM-TABLE-FULL
               DISPLAY 'ITEM TABLE FULL - NO STOCK CAN BE MOVED'
               MOVE 'N' TO WS-FOUND-FLAG
           END-IF.

      * A partly loaded item file is never written back.
       MAINTAIN-ITEM.
           IF ITEM-TABLE-FULL
               DISPLAY 'ITEM TABLE FULL - NO ITEM CAN BE MAINTAINED'
               GO TO MAINTAIN-ITEM-EXIT
           END-IF.
           DISPLAY 'ENTER ITEM CODE : '.
           MOVE SPACES TO WS-WORK-ITEM-CODE.
           ACCEPT WS-WORK-ITEM-CODE.
           IF WS-WORK-ITEM-CODE = SPACES
               DISPLAY 'ITEM CODE REQUIRED'
               GO TO MAINTAIN-ITEM-EXIT
           END-IF.
           PERFORM FIND-ITEM.
           IF ENTRY-FOUND
               MOVE 'N' TO WS-NEW-ITEM-FLAG
               MOVE SI-SELL-PRICE TO WS-RPT-PRICE
               DISPLAY 'AMENDING ' SI-ITEM-CODE ' ' SI-DESCRIPTION
                   ' CATEGORY ' SI-CATEGORY ' PRICE ' WS-RPT-PRICE
                   ' STATUS ' SI-STATUS
           ELSE
               IF WS-ITEM-COUNT >= 1000
                   DISPLAY 'ITEM TABLE FULL, NO ITEM CAN BE ADDED'
                   GO TO MAINTAIN-ITEM-EXIT
               END-IF
               MOVE 'Y' TO WS-NEW-ITEM-FLAG
               MOVE SPACES TO STORE-ITEM-RECORD
               MOVE WS-WORK-ITEM-CODE TO SI-ITEM-CODE
               MOVE ZERO TO SI-SELL-PRICE SI-UNIT-COST SI-ON-HAND
                   SI-REORDER-LEVEL SI-REORDER-QTY
               MOVE 'A' TO SI-STATUS
               DISPLAY 'NEW ITEM ' WS-WORK-ITEM-CODE
           END-IF.
           DISPLAY 'ENTER DESCRIPTION (BLANK = UNCHANGED) : '.
           MOVE SPACES TO WS-WORK-TEXT.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT NOT = SPACES
               MOVE WS-WORK-TEXT TO SI-DESCRIPTION
           END-IF.
           IF SI-DESCRIPTION = SPACES
               DISPLAY 'DESCRIPTION REQUIRED - ITEM NOT SAVED'
               GO TO MAINTAIN-ITEM-EXIT
           END-IF.
           DISPLAY 'ENTER CATEGORY (B TEXTBOOK / U UNIFORM / '
               'S STATIONERY / O OTHER, BLANK = UNCHANGED) : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           IF WS-WORK-CODE NOT = SPACE
               MOVE WS-WORK-CODE TO SI-CATEGORY
           END-IF.
           IF NOT SI-CATEGORY-VALID
               DISPLAY 'CATEGORY MUST BE B, U, S OR O - ITEM NOT SAVED'
               GO TO MAINTAIN-ITEM-EXIT
           END-IF.
           DISPLAY 'ENTER SELLING PRICE (0 = UNCHANGED) : '.
           MOVE ZERO TO WS-WORK-PRICE.
           ACCEPT WS-WORK-PRICE.
           IF WS-WORK-PRICE > ZERO
               MOVE WS-WORK-PRICE TO SI-SELL-PRICE
           END-IF.
           IF SI-SELL-PRICE = ZERO
               DISPLAY 'SELLING PRICE REQUIRED - ITEM NOT SAVED'
               GO TO MAINTAIN-ITEM-EXIT
           END-IF.
           MOVE SI-REORDER-LEVEL TO WS-RPT-LEVEL.
           DISPLAY 'ENTER REORDER LEVEL (NOW ' WS-RPT-LEVEL ') : '.
           MOVE SI-REORDER-LEVEL TO WS-WORK-QUANTITY.
           ACCEPT WS-WORK-QUANTITY.
           MOVE WS-WORK-QUANTITY TO SI-REORDER-LEVEL.
           MOVE SI-REORDER-QTY TO WS-RPT-LEVEL.
           DISPLAY 'ENTER REORDER QUANTITY (NOW ' WS-RPT-LEVEL
               ', 0 = TWICE THE LEVEL) : '.
           MOVE SI-REORDER-QTY TO WS-WORK-QUANTITY.
           ACCEPT WS-WORK-QUANTITY.
           MOVE WS-WORK-QUANTITY TO SI-REORDER-QTY.
           IF NOT ITEM-IS-NEW
               DISPLAY 'ENTER STATUS (A ACTIVE / D DISCONTINUED, '
                   'BLANK = UNCHANGED) : '
               MOVE SPACE TO WS-WORK-CODE
               ACCEPT WS-WORK-CODE
               IF WS-WORK-CODE = 'A' OR WS-WORK-CODE = 'D'
                   MOVE WS-WORK-CODE TO SI-STATUS
               END-IF
           END-IF.
           IF ITEM-IS-NEW
               ADD 1 TO WS-ITEM-COUNT
               SET IT-INDEX TO WS-ITEM-COUNT
           END-IF.
           MOVE STORE-ITEM-RECORD TO WS-ITEM-LINE (IT-INDEX).
           PERFORM REWRITE-ITEM-FILE.
           DISPLAY 'ITEM ' SI-ITEM-CODE ' SAVED'.
       MAINTAIN-ITEM-EXIT.
           EXIT.

       SET-CLASS-KIT.
           IF KIT-TABLE-FULL
               DISPLAY 'KIT TABLE FULL, NO KIT CAN BE SET'
               GO TO SET-CLASS-KIT-EXIT
           END-IF.
           DISPLAY 'ENTER CLASS : '.
           MOVE ZERO TO WS-WORK-CLASS.
           ACCEPT WS-WORK-CLASS.
           IF WS-WORK-CLASS = ZERO
               DISPLAY 'CLASS REQUIRED'
               GO TO SET-CLASS-KIT-EXIT
           END-IF.
           PERFORM SHOW-CLASS-KIT.
           MOVE 'X' TO WS-WORK-ITEM-CODE.
           PERFORM UNTIL WS-WORK-ITEM-CODE = SPACES
               DISPLAY 'ENTER ITEM CODE (BLANK TO END) : '
               MOVE SPACES TO WS-WORK-ITEM-CODE
               ACCEPT WS-WORK-ITEM-CODE
               IF WS-WORK-ITEM-CODE NOT = SPACES
                   PERFORM CHANGE-KIT-LINE
               END-IF
           END-PERFORM.
           PERFORM REWRITE-KIT-FILE.
           PERFORM LOAD-KIT-TABLE.
           PERFORM SHOW-CLASS-KIT.
       SET-CLASS-KIT-EXIT.
           EXIT.

       SHOW-CLASS-KIT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-ISSUE-TOTAL.
           DISPLAY 'KIT FOR CLASS ' WS-WORK-CLASS ' :'.
           PERFORM VARYING KT-INDEX FROM 1 BY 1
               UNTIL KT-INDEX > WS-KIT-COUNT
               MOVE WS-KIT-LINE (KT-INDEX) TO STORE-KIT-RECORD
               IF KT-CLASS = WS-WORK-CLASS AND KT-QUANTITY > ZERO
                   ADD 1 TO WS-LIST-COUNT
                   MOVE KT-ITEM-CODE TO WS-WORK-ITEM-CODE
                   PERFORM FIND-ITEM
                   IF ENTRY-FOUND
                       COMPUTE WS-WORK-AMOUNT =
                           KT-QUANTITY * SI-SELL-PRICE
                       ADD WS-WORK-AMOUNT TO WS-ISSUE-TOTAL
                   ELSE
                       MOVE 'NOT ON STOREITM.DAT' TO SI-DESCRIPTION
                   END-IF
                   DISPLAY '  ' KT-ITEM-CODE ' ' SI-DESCRIPTION
                       ' QTY ' KT-QUANTITY
               END-IF
           END-PERFORM.
           MOVE WS-ISSUE-TOTAL TO WS-RPT-AMOUNT.
           DISPLAY 'ITEMS : ' WS-LIST-COUNT '   KIT PRICE : '
               WS-RPT-AMOUNT.

      * A quantity of zero takes the item out of the kit.
       CHANGE-KIT-LINE.
           PERFORM FIND-ITEM.
           IF NOT ENTRY-FOUND OR SI-DISCONTINUED
               DISPLAY 'ITEM ' WS-WORK-ITEM-CODE
                   ' NOT ON FILE OR DISCONTINUED'
           ELSE
               DISPLAY 'ENTER QUANTITY PER STUDENT (0 = REMOVE) : '
               MOVE ZERO TO WS-WORK-QUANTITY
               ACCEPT WS-WORK-QUANTITY
               IF WS-WORK-QUANTITY > 999
                   DISPLAY 'QUANTITY TOO LARGE - LINE NOT CHANGED'
               ELSE
                   MOVE 'N' TO WS-FOUND-FLAG
                   PERFORM VARYING KT-INDEX FROM 1 BY 1
                       UNTIL KT-INDEX > WS-KIT-COUNT OR ENTRY-FOUND
                       MOVE WS-KIT-LINE (KT-INDEX) TO STORE-KIT-RECORD
                       IF KT-CLASS = WS-WORK-CLASS
                           AND KT-ITEM-CODE = WS-WORK-ITEM-CODE
                           MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF ENTRY-FOUND
                       SET KT-INDEX DOWN BY 1
                       MOVE WS-WORK-QUANTITY TO KT-QUANTITY
                       MOVE STORE-KIT-RECORD TO WS-KIT-LINE (KT-INDEX)
                       DISPLAY 'KIT LINE CHANGED'
                   ELSE
                       IF WS-WORK-QUANTITY = ZERO
                           DISPLAY 'ITEM IS NOT IN THE KIT'
                       ELSE
                           IF WS-KIT-COUNT >= 2000
                               DISPLAY 'KIT TABLE FULL - LINE NOT '
                                   'ADDED'
                           ELSE
                               ADD 1 TO WS-KIT-COUNT
                               SET KT-INDEX TO WS-KIT-COUNT
                               MOVE WS-WORK-CLASS TO KT-CLASS
                               MOVE WS-WORK-ITEM-CODE TO KT-ITEM-CODE
                               MOVE WS-WORK-QUANTITY TO KT-QUANTITY
                               MOVE STORE-KIT-RECORD TO
                                   WS-KIT-LINE (KT-INDEX)
                               DISPLAY 'KIT LINE ADDED'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The stock on hand is re-averaged at the cost of the delivery.
       RECEIVE-STOCK.
           PERFORM CHECK-STOCK-OPEN.
           IF NOT ENTRY-FOUND
               GO TO RECEIVE-STOCK-EXIT
           END-IF.
           PERFORM ACCEPT-ACTIVE-ITEM.
           IF NOT ENTRY-FOUND
               GO TO RECEIVE-STOCK-EXIT
           END-IF.
           DISPLAY 'ENTER QUANTITY RECEIVED : '.
           MOVE ZERO TO WS-WORK-QUANTITY.
           ACCEPT WS-WORK-QUANTITY.
           COMPUTE WS-NEW-ON-HAND = SI-ON-HAND + WS-WORK-QUANTITY.
           IF WS-WORK-QUANTITY = ZERO OR WS-NEW-ON-HAND > 99999
               DISPLAY 'QUANTITY MUST BE ABOVE ZERO AND KEEP STOCK '
                   'UNDER 100000 - NOT RECEIVED'
               GO TO RECEIVE-STOCK-EXIT
           END-IF.
           DISPLAY 'ENTER UNIT COST : '.
           MOVE ZERO TO WS-WORK-PRICE.
           ACCEPT WS-WORK-PRICE.
           IF WS-WORK-PRICE = ZERO
               DISPLAY 'UNIT COST REQUIRED - NOT RECEIVED'
               GO TO RECEIVE-STOCK-EXIT
           END-IF.
           DISPLAY 'ENTER SUPPLIER INVOICE NO : '.
           MOVE SPACES TO WS-WORK-REFERENCE.
           ACCEPT WS-WORK-REFERENCE.
           IF WS-WORK-REFERENCE = SPACES
               DISPLAY 'INVOICE NO REQUIRED - NOT RECEIVED'
               GO TO RECEIVE-STOCK-EXIT
           END-IF.
           COMPUTE SI-UNIT-COST ROUNDED =
               (SI-ON-HAND * SI-UNIT-COST
                + WS-WORK-QUANTITY * WS-WORK-PRICE) / WS-NEW-ON-HAND.
           MOVE WS-NEW-ON-HAND TO SI-ON-HAND.
           MOVE STORE-ITEM-RECORD TO WS-ITEM-LINE (IT-INDEX).
           PERFORM REWRITE-ITEM-FILE.
           MOVE SPACES TO STORE-TXN-RECORD.
           MOVE 'R' TO SX-TXN-TYPE.
           MOVE SI-ITEM-CODE TO SX-ITEM-CODE.
           MOVE WS-WORK-QUANTITY TO SX-QUANTITY.
           MOVE WS-WORK-PRICE TO SX-UNIT-PRICE.
           COMPUTE SX-AMOUNT = WS-WORK-QUANTITY * WS-WORK-PRICE.
           MOVE ZERO TO SX-STU-NO SX-CLASS.
           MOVE WS-WORK-REFERENCE TO SX-REFERENCE.
           PERFORM APPEND-STORE-TXN.
           MOVE SI-ON-HAND TO WS-RPT-QTY.
           MOVE SI-UNIT-COST TO WS-RPT-PRICE.
           DISPLAY 'RECEIVED - ON HAND ' WS-RPT-QTY
               '  AVERAGE COST ' WS-RPT-PRICE.
       RECEIVE-STOCK-EXIT.
           EXIT.

      * A kit goes out whole or not at all, once per academic year.
       ISSUE-CLASS-KIT.
           PERFORM CHECK-STOCK-OPEN.
           IF NOT ENTRY-FOUND
               GO TO ISSUE-CLASS-KIT-EXIT
           END-IF.
           IF KIT-TABLE-FULL
               DISPLAY 'KIT TABLE FULL - NO KIT CAN BE ISSUED'
               GO TO ISSUE-CLASS-KIT-EXIT
           END-IF.
           PERFORM CHECK-DAY-CLOSED.
           IF DAY-IS-CLOSED
               DISPLAY 'DAY ' WS-TODAY ' IS CLOSED ON DAYCLOSE - NO '
                   'CHARGE CAN BE POSTED'
               GO TO ISSUE-CLASS-KIT-EXIT
           END-IF.
           PERFORM ACCEPT-ON-ROLL-STUDENT.
           IF NOT STUDENT-ON-ROLL
               GO TO ISSUE-CLASS-KIT-EXIT
           END-IF.
           PERFORM CHECK-KIT-ISSUED.
           IF KIT-ALREADY-ISSUED
               DISPLAY 'KIT ALREADY ISSUED TO ' WS-WORK-STU-NO
                   ' FOR ' SP-ACADEMIC-YEAR ' - ISSUE EXTRA ITEMS '
                   'INSTEAD'
               GO TO ISSUE-CLASS-KIT-EXIT
           END-IF.
           MOVE ZERO TO WS-ISSUE-COUNT.
           MOVE ZERO TO WS-ISSUE-TOTAL.
           MOVE 'N' TO WS-SHORT-FLAG.
           PERFORM VARYING KT-INDEX FROM 1 BY 1
               UNTIL KT-INDEX > WS-KIT-COUNT
               MOVE WS-KIT-LINE (KT-INDEX) TO STORE-KIT-RECORD
               IF KT-CLASS = WS-STU-CLASS AND KT-QUANTITY > ZERO
                   PERFORM TAKE-KIT-LINE
               END-IF
           END-PERFORM.
           IF WS-ISSUE-COUNT = ZERO AND NOT STOCK-IS-SHORT
               DISPLAY 'NO KIT IS SET FOR CLASS ' WS-STU-CLASS
               GO TO ISSUE-CLASS-KIT-EXIT
           END-IF.
           IF STOCK-IS-SHORT
               DISPLAY 'KIT NOT ISSUED - STOCK SHORT AS SHOWN'
               GO TO ISSUE-CLASS-KIT-EXIT
           END-IF.
           MOVE WS-ISSUE-TOTAL TO WS-RPT-AMOUNT.
           DISPLAY 'ISSUE CLASS ' WS-STU-CLASS ' KIT OF '
               WS-ISSUE-COUNT ' ITEMS AND CHARGE ' WS-RPT-AMOUNT
               ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'KIT NOT ISSUED'
               GO TO ISSUE-CLASS-KIT-EXIT
           END-IF.
           MOVE 'K' TO WS-WORK-CODE.
           PERFORM POST-ISSUE-LINES.
           MOVE SPACES TO WS-CHARGE-DESC.
           STRING 'STORE KIT CLASS ' WS-STU-CLASS
               DELIMITED BY SIZE INTO WS-CHARGE-DESC.
           MOVE WS-ISSUE-TOTAL TO WS-WORK-AMOUNT.
           PERFORM POST-STORE-CHARGE.
           DISPLAY 'KIT ISSUED AND CHARGED TO ' WS-WORK-STU-NO.
           PERFORM SHOW-ISSUE-REORDERS.
       ISSUE-CLASS-KIT-EXIT.
           EXIT.

      * Takes one kit line onto the issue table, or marks the issue
      * short when the store cannot cover it.
       TAKE-KIT-LINE.
           MOVE KT-ITEM-CODE TO WS-WORK-ITEM-CODE.
           PERFORM FIND-ITEM.
           IF NOT ENTRY-FOUND OR SI-DISCONTINUED
               DISPLAY '  ' KT-ITEM-CODE ' NOT ON FILE OR '
                   'DISCONTINUED'
               MOVE 'Y' TO WS-SHORT-FLAG
           ELSE
               IF SI-ON-HAND < KT-QUANTITY
                   MOVE SI-ON-HAND TO WS-RPT-QTY
                   DISPLAY '  ' KT-ITEM-CODE ' ' SI-DESCRIPTION
                       ' NEEDS ' KT-QUANTITY ' ON HAND ' WS-RPT-QTY
                   MOVE 'Y' TO WS-SHORT-FLAG
               ELSE
                   IF WS-ISSUE-COUNT >= 30
                       DISPLAY '  KIT HAS MORE THAN 30 ITEMS'
                       MOVE 'Y' TO WS-SHORT-FLAG
                   ELSE
                       ADD 1 TO WS-ISSUE-COUNT
                       SET IL-INDEX TO WS-ISSUE-COUNT
                       SET WS-IL-ITEM-SLOT (IL-INDEX) TO IT-INDEX
                       MOVE KT-QUANTITY TO WS-IL-QUANTITY (IL-INDEX)
                       COMPUTE WS-IL-AMOUNT (IL-INDEX) =
                           KT-QUANTITY * SI-SELL-PRICE
                       ADD WS-IL-AMOUNT (IL-INDEX) TO WS-ISSUE-TOTAL
                   END-IF
               END-IF
           END-IF.

       CHECK-KIT-ISSUED.
           MOVE 'N' TO WS-ISSUED-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STORE-TXN-FILE.
           IF WS-TXN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STORE-TXN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SX-KIT-ISSUE
                               AND SX-STU-NO = WS-WORK-STU-NO
                               AND SX-ACAD-YEAR = SP-ACADEMIC-YEAR
                               MOVE 'Y' TO WS-ISSUED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-TXN-FILE
           END-IF.

       ISSUE-EXTRA-ITEMS.
           PERFORM CHECK-STOCK-OPEN.
           IF NOT ENTRY-FOUND
               GO TO ISSUE-EXTRA-ITEMS-EXIT
           END-IF.
           PERFORM CHECK-DAY-CLOSED.
           IF DAY-IS-CLOSED
               DISPLAY 'DAY ' WS-TODAY ' IS CLOSED ON DAYCLOSE - NO '
                   'CHARGE CAN BE POSTED'
               GO TO ISSUE-EXTRA-ITEMS-EXIT
           END-IF.
           PERFORM ACCEPT-ON-ROLL-STUDENT.
           IF NOT STUDENT-ON-ROLL
               GO TO ISSUE-EXTRA-ITEMS-EXIT
           END-IF.
           MOVE ZERO TO WS-ISSUE-COUNT.
           MOVE ZERO TO WS-ISSUE-TOTAL.
           MOVE 'X' TO WS-WORK-ITEM-CODE.
           PERFORM UNTIL WS-WORK-ITEM-CODE = SPACES
               OR WS-ISSUE-COUNT >= 30
               DISPLAY 'ENTER ITEM CODE (BLANK TO END) : '
               MOVE SPACES TO WS-WORK-ITEM-CODE
               ACCEPT WS-WORK-ITEM-CODE
               IF WS-WORK-ITEM-CODE NOT = SPACES
                   PERFORM TAKE-EXTRA-LINE
               END-IF
           END-PERFORM.
           IF WS-ISSUE-COUNT = ZERO
               DISPLAY 'NOTHING TO ISSUE'
               GO TO ISSUE-EXTRA-ITEMS-EXIT
           END-IF.
           MOVE WS-ISSUE-TOTAL TO WS-RPT-AMOUNT.
           DISPLAY 'ISSUE ' WS-ISSUE-COUNT ' ITEMS AND CHARGE '
               WS-RPT-AMOUNT ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'ITEMS NOT ISSUED'
               GO TO ISSUE-EXTRA-ITEMS-EXIT
           END-IF.
           MOVE 'I' TO WS-WORK-CODE.
           PERFORM POST-ISSUE-LINES.
           PERFORM VARYING IL-INDEX FROM 1 BY 1
               UNTIL IL-INDEX > WS-ISSUE-COUNT
               SET IT-INDEX TO WS-IL-ITEM-SLOT (IL-INDEX)
               MOVE WS-ITEM-LINE (IT-INDEX) TO STORE-ITEM-RECORD
               MOVE SPACES TO WS-CHARGE-DESC
               STRING 'STORE ' SI-ITEM-CODE ' ' SI-DESCRIPTION
                   DELIMITED BY SIZE INTO WS-CHARGE-DESC
               MOVE WS-IL-AMOUNT (IL-INDEX) TO WS-WORK-AMOUNT
               PERFORM POST-STORE-CHARGE
           END-PERFORM.
           DISPLAY 'ITEMS ISSUED AND CHARGED TO ' WS-WORK-STU-NO.
           PERFORM SHOW-ISSUE-REORDERS.
       ISSUE-EXTRA-ITEMS-EXIT.
           EXIT.

      * The quantity asked for counts against what earlier lines of
      * the same issue have already taken of the item.
       TAKE-EXTRA-LINE.
           PERFORM FIND-ITEM.
           IF NOT ENTRY-FOUND OR SI-DISCONTINUED
               DISPLAY 'ITEM ' WS-WORK-ITEM-CODE
                   ' NOT ON FILE OR DISCONTINUED'
           ELSE
               SET WS-ITEM-SLOT TO IT-INDEX
               MOVE ZERO TO WS-TAKEN-QTY
               PERFORM VARYING IL-INDEX FROM 1 BY 1
                   UNTIL IL-INDEX > WS-ISSUE-COUNT
                   IF WS-IL-ITEM-SLOT (IL-INDEX) = WS-ITEM-SLOT
                       ADD WS-IL-QUANTITY (IL-INDEX) TO WS-TAKEN-QTY
                   END-IF
               END-PERFORM
               MOVE SI-SELL-PRICE TO WS-RPT-PRICE
               DISPLAY SI-DESCRIPTION ' AT ' WS-RPT-PRICE
                   ' - ENTER QUANTITY : '
               MOVE ZERO TO WS-WORK-QUANTITY
               ACCEPT WS-WORK-QUANTITY
               ADD WS-WORK-QUANTITY TO WS-TAKEN-QTY
               IF WS-WORK-QUANTITY = ZERO
                   OR WS-TAKEN-QTY > SI-ON-HAND
                   MOVE SI-ON-HAND TO WS-RPT-QTY
                   DISPLAY 'QUANTITY MUST BE ABOVE ZERO AND WITHIN THE '
                       WS-RPT-QTY ' ON HAND - LINE NOT TAKEN'
               ELSE
                   ADD 1 TO WS-ISSUE-COUNT
                   SET IL-INDEX TO WS-ISSUE-COUNT
                   MOVE WS-ITEM-SLOT TO WS-IL-ITEM-SLOT (IL-INDEX)
                   MOVE WS-WORK-QUANTITY TO WS-IL-QUANTITY (IL-INDEX)
                   COMPUTE WS-IL-AMOUNT (IL-INDEX) =
                       WS-WORK-QUANTITY * SI-SELL-PRICE
                   ADD WS-IL-AMOUNT (IL-INDEX) TO WS-ISSUE-TOTAL
               END-IF
           END-IF.

      * Takes the issue table out of stock and onto STORETXN.DAT as
      * WS-WORK-CODE rows for the student.
       POST-ISSUE-LINES.
           PERFORM VARYING IL-INDEX FROM 1 BY 1
               UNTIL IL-INDEX > WS-ISSUE-COUNT
               SET IT-INDEX TO WS-IL-ITEM-SLOT (IL-INDEX)
               MOVE WS-ITEM-LINE (IT-INDEX) TO STORE-ITEM-RECORD
               SUBTRACT WS-IL-QUANTITY (IL-INDEX) FROM SI-ON-HAND
               MOVE STORE-ITEM-RECORD TO WS-ITEM-LINE (IT-INDEX)
               MOVE SPACES TO STORE-TXN-RECORD
               MOVE WS-WORK-CODE TO SX-TXN-TYPE
               MOVE SI-ITEM-CODE TO SX-ITEM-CODE
               MOVE WS-IL-QUANTITY (IL-INDEX) TO SX-QUANTITY
               MOVE SI-SELL-PRICE TO SX-UNIT-PRICE
               MOVE WS-IL-AMOUNT (IL-INDEX) TO SX-AMOUNT
               MOVE WS-WORK-STU-NO TO SX-STU-NO
               MOVE WS-STU-CLASS TO SX-CLASS
               PERFORM APPEND-STORE-TXN
           END-PERFORM.
           PERFORM REWRITE-ITEM-FILE.

      * STORE-TXN-RECORD is filled in but for the date, year and
      * operator.
       APPEND-STORE-TXN.
           MOVE WS-TODAY TO SX-TXN-DATE.
           MOVE SP-ACADEMIC-YEAR TO SX-ACAD-YEAR.
           MOVE WS-OPERATOR-ID TO SX-OPERATOR-ID.
           OPEN EXTEND STORE-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               OPEN OUTPUT STORE-TXN-FILE
           END-IF.
           WRITE STORE-TXN-RECORD.
           CLOSE STORE-TXN-FILE.

       POST-STORE-CHARGE.
           OPEN EXTEND FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT FEE-LEDGER
           END-IF.
           MOVE WS-WORK-STU-NO TO FL-STU-NO.
           MOVE WS-TODAY TO FL-TXN-DATE.
           MOVE 'C' TO FL-TXN-TYPE.
           MOVE WS-WORK-AMOUNT TO FL-AMOUNT.
           MOVE WS-CHARGE-DESC TO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE WS-OPERATOR-ID TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEE-LEDGER.

       SHOW-ISSUE-REORDERS.
           PERFORM VARYING IL-INDEX FROM 1 BY 1
               UNTIL IL-INDEX > WS-ISSUE-COUNT
               SET IT-INDEX TO WS-IL-ITEM-SLOT (IL-INDEX)
               MOVE WS-ITEM-LINE (IT-INDEX) TO STORE-ITEM-RECORD
               PERFORM SHOW-REORDER-ALERT
           END-PERFORM.

      * STORE-ITEM-RECORD holds the item.
       SHOW-REORDER-ALERT.
           IF SI-ON-HAND NOT > SI-REORDER-LEVEL
               AND SI-REORDER-LEVEL > ZERO
               MOVE SI-ON-HAND TO WS-RPT-QTY
               MOVE SI-REORDER-LEVEL TO WS-RPT-LEVEL
               DISPLAY '*** REORDER ' SI-ITEM-CODE ' ' SI-DESCRIPTION
                   ' - ON HAND ' WS-RPT-QTY ' LEVEL ' WS-RPT-LEVEL
           END-IF.

      * The count replaces the book stock; the difference is booked
      * at the average cost.
       ADJUST-STOCK.
           PERFORM CHECK-STOCK-OPEN.
           IF NOT ENTRY-FOUND
               GO TO ADJUST-STOCK-EXIT
           END-IF.
           PERFORM ACCEPT-ACTIVE-ITEM.
           IF NOT ENTRY-FOUND
               GO TO ADJUST-STOCK-EXIT
           END-IF.
           DISPLAY 'ENTER QUANTITY COUNTED : '.
           MOVE ZERO TO WS-WORK-QUANTITY.
           ACCEPT WS-WORK-QUANTITY.
           IF WS-WORK-QUANTITY = SI-ON-HAND
               DISPLAY 'COUNT AGREES - NOTHING TO ADJUST'
               GO TO ADJUST-STOCK-EXIT
           END-IF.
           DISPLAY 'ENTER REASON : '.
           MOVE SPACES TO WS-WORK-REFERENCE.
           ACCEPT WS-WORK-REFERENCE.
           IF WS-WORK-REFERENCE = SPACES
               DISPLAY 'REASON REQUIRED - NOT ADJUSTED'
               GO TO ADJUST-STOCK-EXIT
           END-IF.
           MOVE SPACES TO STORE-TXN-RECORD.
           IF WS-WORK-QUANTITY > SI-ON-HAND
               MOVE 'A' TO SX-TXN-TYPE
               COMPUTE SX-QUANTITY = WS-WORK-QUANTITY - SI-ON-HAND
           ELSE
               MOVE 'W' TO SX-TXN-TYPE
               COMPUTE SX-QUANTITY = SI-ON-HAND - WS-WORK-QUANTITY
           END-IF.
           MOVE SX-QUANTITY TO WS-RPT-QTY.
           DISPLAY 'BOOK ' SX-TXN-TYPE ' OF ' WS-RPT-QTY
               ' (A GAIN / W LOSS) (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'NOT ADJUSTED'
               GO TO ADJUST-STOCK-EXIT
           END-IF.
           MOVE SI-ITEM-CODE TO SX-ITEM-CODE.
           MOVE SI-UNIT-COST TO SX-UNIT-PRICE.
           COMPUTE SX-AMOUNT = SX-QUANTITY * SI-UNIT-COST.
           MOVE ZERO TO SX-STU-NO SX-CLASS.
           MOVE WS-WORK-REFERENCE TO SX-REFERENCE.
           PERFORM APPEND-STORE-TXN.
           MOVE WS-WORK-QUANTITY TO SI-ON-HAND.
           MOVE STORE-ITEM-RECORD TO WS-ITEM-LINE (IT-INDEX).
           PERFORM REWRITE-ITEM-FILE.
           DISPLAY 'STOCK ADJUSTED'.
           PERFORM SHOW-REORDER-ALERT.
       ADJUST-STOCK-EXIT.
           EXIT.

       LIST-ITEMS.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'ITEM   DESCRIPTION          C   PRICE  ON HAND '
               ' LEVEL S'.
           PERFORM VARYING IT-INDEX FROM 1 BY 1
               UNTIL IT-INDEX > WS-ITEM-COUNT
               MOVE WS-ITEM-LINE (IT-INDEX) TO STORE-ITEM-RECORD
               ADD 1 TO WS-LIST-COUNT
               MOVE SI-SELL-PRICE TO WS-RPT-PRICE
               MOVE SI-ON-HAND TO WS-RPT-QTY
               MOVE SI-REORDER-LEVEL TO WS-RPT-LEVEL
               IF SI-ACTIVE AND SI-REORDER-LEVEL > ZERO
                   AND SI-ON-HAND NOT > SI-REORDER-LEVEL
                   DISPLAY SI-ITEM-CODE ' ' SI-DESCRIPTION ' '
                       SI-CATEGORY ' ' WS-RPT-PRICE '   ' WS-RPT-QTY
                       '  ' WS-RPT-LEVEL ' ' SI-STATUS ' REORDER'
               ELSE
                   DISPLAY SI-ITEM-CODE ' ' SI-DESCRIPTION ' '
                       SI-CATEGORY ' ' WS-RPT-PRICE '   ' WS-RPT-QTY
                       '  ' WS-RPT-LEVEL ' ' SI-STATUS
               END-IF
           END-PERFORM.
           DISPLAY 'ITEMS : ' WS-LIST-COUNT.
      ** add other procedures here
       END PROGRAM STOREDSK.
