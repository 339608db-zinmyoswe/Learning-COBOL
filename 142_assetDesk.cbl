      ******************************************************************
      * Author:
      * Date:
      * Purpose: Laboratory and classroom asset desk. Keeps the
      *          ASSETMST.DAT asset master - asset id, description,
      *          category (lab equipment, furniture, computer),
      *          location, cost and condition - for the equipment
      *          that STATINV never covered, and appends every event
      *          to ASSETTXN.DAT. A breakage or damage entry records
      *          the asset's new condition and, when a student is
      *          held responsible, posts the breakage charge (never
      *          more than the asset's cost) straight to the
      *          student's FEELEDGR.DAT ledger instead of a paper
      *          bill; like FEEPOST it refuses a charge once CASHEOD
      *          has closed the day. Physical-verification sightings
      *          stamp the asset's last-verified date and condition
      *          (an asset not found is marked missing). A level-2
      *          supervisor writes off damaged, unserviceable or
      *          missing assets. Prints the annual physical-
      *          verification listing by location to ASSETVER.RPT,
      *          flagging assets not verified this year, and the
      *          year's write-off register to ASSETWO.RPT for the
      *          auditors' signature. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ASSETDSK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "ASSETMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.
           SELECT ASSET-TXN-FILE ASSIGN TO "ASSETTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSETTXN-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCLOSE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT VERIFICATION-LISTING ASSIGN TO "ASSETVER.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRITE-OFF-REGISTER ASSIGN TO "ASSETWO.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ASSET-MASTER.
           COPY ASSETMSR.

       FD  ASSET-TXN-FILE.
           COPY ASSETTXR.

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  DAY-CLOSE-FILE.
       01 DAY-CLOSE-RECORD.
           05 DY-CLOSE-DATE   PIC 9(08).
           05 DY-CLOSED-BY    PIC X(08).
           05 DY-CLOSE-TIME   PIC 9(08).

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  VERIFICATION-LISTING.
       01 VERIFICATION-LINE   PIC X(72).

       FD  WRITE-OFF-REGISTER.
       01 WRITE-OFF-LINE      PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-ASSET-STATUS    PIC X(02) VALUE '00'.
       01 WS-ASSETTXN-STATUS PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DAYCLOSE-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 7.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'ASSETDSK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR  PIC 9(04).
           05 WS-TODAY-MMDD  PIC 9(04).
       01 WS-DATE-WORK       PIC 9(08).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YEAR   PIC 9(04).
           05 WS-DATE-MMDD   PIC 9(04).
      * The asset master, held in core and rewritten on each change.
       01 WS-ASSET-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-ASSET-TABLE.
           05 WS-AS-ENTRY OCCURS 2000 TIMES INDEXED BY AS-INDEX.
               10 WS-AS-ID        PIC X(08).
               10 WS-AS-DESC      PIC X(20).
               10 WS-AS-CATEGORY  PIC X(01).
               10 WS-AS-LOCATION  PIC X(10).
               10 WS-AS-COST      PIC 9(07)V9(02).
               10 WS-AS-ACQUIRED  PIC 9(08).
               10 WS-AS-CONDITION PIC X(01).
               10 WS-AS-VERIFIED  PIC 9(08).
               10 WS-AS-WRITE-OFF PIC 9(08).
       01 WS-ORDER-TABLE.
           05 WS-ORD-SUB OCCURS 2000 TIMES PIC 9(04).
       01 WS-ORD-I           PIC 9(04).
       01 WS-ORD-J           PIC 9(04).
       01 WS-ORD-LOW         PIC 9(04).
       01 WS-ORD-HOLD        PIC 9(04).
       01 WS-SUB-A           PIC 9(04).
       01 WS-SUB-B           PIC 9(04).
       01 WS-WORK-ASSET-ID   PIC X(08).
       01 WS-ASSET-FOUND     PIC X(01).
           88 ASSET-ON-MASTER  VALUE 'Y'.
       01 WS-WORK-CATEGORY   PIC X(01).
           88 WORK-CATEGORY-VALID VALUE 'L' 'F' 'C' 'O'.
       01 WS-WORK-CONDITION  PIC X(01).
           88 DAMAGE-CONDITION-VALID VALUE 'D' 'U'.
           88 SIGHTED-CONDITION-VALID VALUE 'G' 'F' 'D' 'U'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-AMOUNT     PIC 9(07)V9(02).
       01 WS-WORK-REMARKS    PIC X(20).
       01 WS-FOUND-YN        PIC X(01).
           88 ASSET-SIGHTED    VALUE 'Y'.
       01 WS-STU-OK          PIC X(01).
           88 STUDENT-CHARGEABLE VALUE 'Y'.
       01 WS-DAY-CLOSED      PIC X(01).
           88 DAY-IS-CLOSED    VALUE 'Y'.
       01 WS-CHARGE-DESC     PIC X(20).
       01 WS-WO-YEAR         PIC 9(04).
       01 WS-LAST-LOCATION   PIC X(10).
       01 WS-LIST-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-DUE-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-WO-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-COST-TOTAL      PIC 9(09)V9(02) VALUE ZERO.
       01 WS-DUE-FLAG        PIC X(03).
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-TOTAL       PIC Z(08)9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-ASSET-MASTER.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ADD-ASSET
                   WHEN 2
                       PERFORM RECORD-BREAKAGE
                   WHEN 3
                       PERFORM RECORD-VERIFICATION
                   WHEN 4
                       IF SUPERVISOR-LEVEL
                           PERFORM WRITE-OFF-ASSET
                       ELSE
                           DISPLAY 'WRITE-OFF REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 5
                       PERFORM PRINT-VERIFICATION-LISTING
                   WHEN 6
                       PERFORM PRINT-WRITE-OFF-REGISTER
                   WHEN 7
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY '1. ADD ASSET'.
           DISPLAY '2. RECORD BREAKAGE / DAMAGE'.
           DISPLAY '3. RECORD PHYSICAL VERIFICATION'.
           DISPLAY '4. WRITE OFF ASSET (SUPERVISOR)'.
           DISPLAY '5. PRINT PHYSICAL-VERIFICATION LISTING'.
           DISPLAY '6. PRINT WRITE-OFF REGISTER'.
           DISPLAY '7. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       LOAD-ASSET-MASTER.
           MOVE ZERO TO WS-ASSET-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSET-MASTER.
           IF WS-ASSET-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ASSET-MASTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ASSET-COUNT < 2000
                               ADD 1 TO WS-ASSET-COUNT
                               SET AS-INDEX TO WS-ASSET-COUNT
                               PERFORM MOVE-RECORD-TO-TABLE
                           ELSE
                               DISPLAY 'ASSET TABLE FULL - '
                                   AM-ASSET-ID ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-MASTER
           END-IF.

       MOVE-RECORD-TO-TABLE.
           MOVE AM-ASSET-ID       TO WS-AS-ID (AS-INDEX).
           MOVE AM-DESCRIPTION    TO WS-AS-DESC (AS-INDEX).
           MOVE AM-CATEGORY       TO WS-AS-CATEGORY (AS-INDEX).
           MOVE AM-LOCATION       TO WS-AS-LOCATION (AS-INDEX).
           MOVE AM-COST           TO WS-AS-COST (AS-INDEX).
           MOVE AM-ACQUIRED-DATE  TO WS-AS-ACQUIRED (AS-INDEX).
           MOVE AM-CONDITION      TO WS-AS-CONDITION (AS-INDEX).
           MOVE AM-LAST-VERIFIED  TO WS-AS-VERIFIED (AS-INDEX).
           MOVE AM-WRITE-OFF-DATE TO WS-AS-WRITE-OFF (AS-INDEX).

       MOVE-TABLE-TO-RECORD.
           MOVE WS-AS-ID (AS-INDEX)        TO AM-ASSET-ID.
           MOVE WS-AS-DESC (AS-INDEX)      TO AM-DESCRIPTION.
           MOVE WS-AS-CATEGORY (AS-INDEX)  TO AM-CATEGORY.
           MOVE WS-AS-LOCATION (AS-INDEX)  TO AM-LOCATION.
           MOVE WS-AS-COST (AS-INDEX)      TO AM-COST.
           MOVE WS-AS-ACQUIRED (AS-INDEX)  TO AM-ACQUIRED-DATE.
           MOVE WS-AS-CONDITION (AS-INDEX) TO AM-CONDITION.
           MOVE WS-AS-VERIFIED (AS-INDEX)  TO AM-LAST-VERIFIED.
           MOVE WS-AS-WRITE-OFF (AS-INDEX) TO AM-WRITE-OFF-DATE.

       REWRITE-ASSET-MASTER.
           OPEN OUTPUT ASSET-MASTER.
           PERFORM VARYING AS-INDEX FROM 1 BY 1
               UNTIL AS-INDEX > WS-ASSET-COUNT
               PERFORM MOVE-TABLE-TO-RECORD
               WRITE ASSET-MASTER-RECORD
           END-PERFORM.
           CLOSE ASSET-MASTER.

       FIND-ASSET.
           MOVE 'N' TO WS-ASSET-FOUND.
           SET AS-INDEX TO 1.
           SEARCH WS-AS-ENTRY
               AT END
                   CONTINUE
               WHEN AS-INDEX > WS-ASSET-COUNT
                   CONTINUE
               WHEN WS-AS-ID (AS-INDEX) = WS-WORK-ASSET-ID
                   MOVE 'Y' TO WS-ASSET-FOUND
           END-SEARCH.

       ACCEPT-ASSET-ID.
           DISPLAY 'ENTER ASSET ID : '.
           ACCEPT WS-WORK-ASSET-ID.
           PERFORM FIND-ASSET.

       ADD-ASSET.
           PERFORM ACCEPT-ASSET-ID.
           EVALUATE TRUE
               WHEN WS-WORK-ASSET-ID = SPACES
                   DISPLAY 'ASSET ID IS REQUIRED'
               WHEN ASSET-ON-MASTER
                   DISPLAY 'ASSET ' WS-WORK-ASSET-ID
                       ' IS ALREADY ON THE MASTER'
               WHEN WS-ASSET-COUNT >= 2000
                   DISPLAY 'ASSET MASTER FULL, ASSET NOT ADDED'
               WHEN OTHER
                   PERFORM ACCEPT-NEW-ASSET
           END-EVALUATE.

       ACCEPT-NEW-ASSET.
           ADD 1 TO WS-ASSET-COUNT.
           SET AS-INDEX TO WS-ASSET-COUNT.
           MOVE WS-WORK-ASSET-ID TO WS-AS-ID (AS-INDEX).
           DISPLAY 'ENTER DESCRIPTION : '.
           ACCEPT WS-AS-DESC (AS-INDEX).
           DISPLAY 'ENTER CATEGORY (L LAB / F FURNITURE / '
               'C COMPUTER / O OTHER) : '.
           ACCEPT WS-WORK-CATEGORY.
           PERFORM UNTIL WORK-CATEGORY-VALID
               DISPLAY 'MUST BE L, F, C OR O, RE-ENTER : '
               ACCEPT WS-WORK-CATEGORY
           END-PERFORM.
           MOVE WS-WORK-CATEGORY TO WS-AS-CATEGORY (AS-INDEX).
           DISPLAY 'ENTER LOCATION (LAB / ROOM) : '.
           ACCEPT WS-AS-LOCATION (AS-INDEX).
           DISPLAY 'ENTER COST : '.
           ACCEPT WS-AS-COST (AS-INDEX).
           MOVE WS-TODAY TO WS-AS-ACQUIRED (AS-INDEX).
           MOVE 'G' TO WS-AS-CONDITION (AS-INDEX).
           MOVE ZERO TO WS-AS-VERIFIED (AS-INDEX).
           MOVE ZERO TO WS-AS-WRITE-OFF (AS-INDEX).
           PERFORM REWRITE-ASSET-MASTER.
           DISPLAY 'ASSET ' WS-WORK-ASSET-ID ' ADDED'.

       RECORD-BREAKAGE.
           PERFORM ACCEPT-ASSET-ID.
           IF NOT ASSET-ON-MASTER
               DISPLAY 'NO SUCH ASSET : ' WS-WORK-ASSET-ID
           ELSE
               IF WS-AS-CONDITION (AS-INDEX) = 'W'
                   OR WS-AS-CONDITION (AS-INDEX) = 'M'
                   DISPLAY 'ASSET ' WS-WORK-ASSET-ID ' IS WRITTEN '
                       'OFF OR MISSING - NO BREAKAGE RECORDED'
               ELSE
                   PERFORM ACCEPT-BREAKAGE-DETAILS
                       THRU ACCEPT-BREAKAGE-DETAILS-EXIT
               END-IF
           END-IF.

       ACCEPT-BREAKAGE-DETAILS.
           DISPLAY 'NEW CONDITION (D DAMAGED / U UNSERVICEABLE) : '.
           ACCEPT WS-WORK-CONDITION.
           PERFORM UNTIL DAMAGE-CONDITION-VALID
               DISPLAY 'MUST BE D OR U, RE-ENTER : '
               ACCEPT WS-WORK-CONDITION
           END-PERFORM.
           DISPLAY 'STU-NO HELD RESPONSIBLE (0 = NONE) : '.
           ACCEPT WS-WORK-STU-NO.
           MOVE ZERO TO WS-WORK-AMOUNT.
           IF WS-WORK-STU-NO NOT = ZERO
               PERFORM CHECK-STUDENT-CHARGEABLE
               IF NOT STUDENT-CHARGEABLE
                   DISPLAY 'STU-NO ' WS-WORK-STU-NO ' NOT AN ACTIVE '
                       'STUDENT - BREAKAGE NOT RECORDED'
                   GO TO ACCEPT-BREAKAGE-DETAILS-EXIT
               END-IF
               PERFORM CHECK-DAY-CLOSED
               IF DAY-IS-CLOSED
                   DISPLAY 'DAY ' WS-TODAY ' IS CLOSED ON DAYCLOSE - '
                       'NO CHARGE CAN BE POSTED, BREAKAGE NOT '
                       'RECORDED'
                   GO TO ACCEPT-BREAKAGE-DETAILS-EXIT
               END-IF
               MOVE WS-AS-COST (AS-INDEX) TO WS-RPT-AMOUNT
               DISPLAY 'ENTER AMOUNT TO CHARGE (ASSET COST '
                   WS-RPT-AMOUNT ') : '
               ACCEPT WS-WORK-AMOUNT
               PERFORM UNTIL WS-WORK-AMOUNT
                   NOT > WS-AS-COST (AS-INDEX)
                   DISPLAY 'CHARGE CANNOT EXCEED THE ASSET COST, '
                       'RE-ENTER : '
                   ACCEPT WS-WORK-AMOUNT
               END-PERFORM
           END-IF.
           DISPLAY 'ENTER REMARKS : '.
           ACCEPT WS-WORK-REMARKS.
           MOVE WS-WORK-CONDITION TO WS-AS-CONDITION (AS-INDEX).
           PERFORM REWRITE-ASSET-MASTER.
           MOVE 'B' TO AT-TXN-TYPE.
           PERFORM WRITE-ASSET-TXN.
           IF WS-WORK-AMOUNT > ZERO
               PERFORM POST-BREAKAGE-CHARGE
               MOVE WS-WORK-AMOUNT TO WS-RPT-AMOUNT
               DISPLAY 'BREAKAGE RECORDED - ' WS-RPT-AMOUNT
                   ' CHARGED TO STU-NO ' WS-WORK-STU-NO
           ELSE
               DISPLAY 'BREAKAGE RECORDED - NO CHARGE'
           END-IF.
       ACCEPT-BREAKAGE-DETAILS-EXIT.
           EXIT.

       CHECK-STUDENT-CHARGEABLE.
           MOVE 'N' TO WS-STU-OK.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STU-ACTIVE OR STU-RESTORED
                           MOVE 'Y' TO WS-STU-OK
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
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

       POST-BREAKAGE-CHARGE.
           OPEN EXTEND FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT FEE-LEDGER
           END-IF.
           MOVE WS-WORK-STU-NO TO FL-STU-NO.
           MOVE WS-TODAY TO FL-TXN-DATE.
           MOVE 'C' TO FL-TXN-TYPE.
           MOVE WS-WORK-AMOUNT TO FL-AMOUNT.
           MOVE SPACES TO WS-CHARGE-DESC.
           STRING 'BREAKAGE ' WS-WORK-ASSET-ID
               DELIMITED BY SIZE INTO WS-CHARGE-DESC.
           MOVE WS-CHARGE-DESC TO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE WS-OPERATOR-ID TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEE-LEDGER.

       WRITE-ASSET-TXN.
           OPEN EXTEND ASSET-TXN-FILE.
           IF WS-ASSETTXN-STATUS NOT = '00'
               OPEN OUTPUT ASSET-TXN-FILE
           END-IF.
           MOVE WS-WORK-ASSET-ID TO AT-ASSET-ID.
           MOVE WS-TODAY TO AT-TXN-DATE.
           MOVE WS-WORK-STU-NO TO AT-STU-NO.
           MOVE WS-WORK-AMOUNT TO AT-CHARGE-AMOUNT.
           MOVE WS-AS-CONDITION (AS-INDEX) TO AT-NEW-CONDITION.
           MOVE WS-WORK-REMARKS TO AT-REMARKS.
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID.
           WRITE ASSET-TXN-RECORD.
           CLOSE ASSET-TXN-FILE.

       RECORD-VERIFICATION.
           PERFORM ACCEPT-ASSET-ID.
           IF NOT ASSET-ON-MASTER
               DISPLAY 'NO SUCH ASSET : ' WS-WORK-ASSET-ID
           ELSE
               IF WS-AS-CONDITION (AS-INDEX) = 'W'
                   DISPLAY 'ASSET ' WS-WORK-ASSET-ID ' WAS WRITTEN '
                       'OFF ON ' WS-AS-WRITE-OFF (AS-INDEX)
               ELSE
                   PERFORM ACCEPT-VERIFICATION-RESULT
               END-IF
           END-IF.

       ACCEPT-VERIFICATION-RESULT.
           DISPLAY 'ASSET SIGHTED AT ' WS-AS-LOCATION (AS-INDEX)
               ' (Y/N) : '.
           ACCEPT WS-FOUND-YN.
           MOVE ZERO TO WS-WORK-STU-NO.
           MOVE ZERO TO WS-WORK-AMOUNT.
           IF ASSET-SIGHTED
               DISPLAY 'CONDITION (G GOOD / F FAIR / D DAMAGED / '
                   'U UNSERVICEABLE) : '
               ACCEPT WS-WORK-CONDITION
               PERFORM UNTIL SIGHTED-CONDITION-VALID
                   DISPLAY 'MUST BE G, F, D OR U, RE-ENTER : '
                   ACCEPT WS-WORK-CONDITION
               END-PERFORM
               MOVE 'SIGHTED' TO WS-WORK-REMARKS
           ELSE
               MOVE 'M' TO WS-WORK-CONDITION
               MOVE 'NOT FOUND' TO WS-WORK-REMARKS
           END-IF.
           MOVE WS-WORK-CONDITION TO WS-AS-CONDITION (AS-INDEX).
           MOVE WS-TODAY TO WS-AS-VERIFIED (AS-INDEX).
           PERFORM REWRITE-ASSET-MASTER.
           MOVE 'V' TO AT-TXN-TYPE.
           PERFORM WRITE-ASSET-TXN.
           DISPLAY 'VERIFICATION RECORDED - CONDITION '
               WS-WORK-CONDITION.

       WRITE-OFF-ASSET.
           PERFORM ACCEPT-ASSET-ID.
           EVALUATE TRUE
               WHEN NOT ASSET-ON-MASTER
                   DISPLAY 'NO SUCH ASSET : ' WS-WORK-ASSET-ID
               WHEN WS-AS-CONDITION (AS-INDEX) = 'D'
                   OR WS-AS-CONDITION (AS-INDEX) = 'U'
                   OR WS-AS-CONDITION (AS-INDEX) = 'M'
                   PERFORM CONFIRM-WRITE-OFF
               WHEN OTHER
                   DISPLAY 'ONLY A DAMAGED, UNSERVICEABLE OR MISSING '
                       'ASSET CAN BE WRITTEN OFF - CONDITION IS '
                       WS-AS-CONDITION (AS-INDEX)
           END-EVALUATE.

       CONFIRM-WRITE-OFF.
           DISPLAY 'ENTER WRITE-OFF REASON : '.
           ACCEPT WS-WORK-REMARKS.
           IF WS-WORK-REMARKS = SPACES
               DISPLAY 'A REASON IS REQUIRED FOR THE AUDITORS - '
                   'NOT WRITTEN OFF'
           ELSE
               MOVE ZERO TO WS-WORK-STU-NO
               MOVE ZERO TO WS-WORK-AMOUNT
               MOVE 'W' TO WS-AS-CONDITION (AS-INDEX)
               MOVE WS-TODAY TO WS-AS-WRITE-OFF (AS-INDEX)
               PERFORM REWRITE-ASSET-MASTER
               MOVE 'W' TO AT-TXN-TYPE
               PERFORM WRITE-ASSET-TXN
               DISPLAY 'ASSET ' WS-WORK-ASSET-ID ' WRITTEN OFF'
           END-IF.

       SORT-ASSETS-BY-LOCATION.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-ASSET-COUNT
               MOVE WS-ORD-I TO WS-ORD-SUB (WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-ASSET-COUNT
               MOVE WS-ORD-I TO WS-ORD-LOW
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                   UNTIL WS-ORD-J > WS-ASSET-COUNT
                   MOVE WS-ORD-SUB (WS-ORD-J) TO WS-SUB-A
                   MOVE WS-ORD-SUB (WS-ORD-LOW) TO WS-SUB-B
                   IF WS-AS-LOCATION (WS-SUB-A)
                       < WS-AS-LOCATION (WS-SUB-B)
                       OR (WS-AS-LOCATION (WS-SUB-A)
                           = WS-AS-LOCATION (WS-SUB-B)
                       AND WS-AS-ID (WS-SUB-A) < WS-AS-ID (WS-SUB-B))
                       MOVE WS-ORD-J TO WS-ORD-LOW
                   END-IF
               END-PERFORM
               MOVE WS-ORD-SUB (WS-ORD-I) TO WS-ORD-HOLD
               MOVE WS-ORD-SUB (WS-ORD-LOW) TO WS-ORD-SUB (WS-ORD-I)
               MOVE WS-ORD-HOLD TO WS-ORD-SUB (WS-ORD-LOW)
           END-PERFORM.

       PRINT-VERIFICATION-LISTING.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-DUE-COUNT.
           MOVE ZERO TO WS-COST-TOTAL.
           MOVE SPACES TO WS-LAST-LOCATION.
           PERFORM SORT-ASSETS-BY-LOCATION.
           OPEN OUTPUT VERIFICATION-LISTING.
           MOVE ALL '=' TO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE SPACES TO VERIFICATION-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE '        ANNUAL PHYSICAL VERIFICATION OF ASSETS' TO
               VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE SPACES TO VERIFICATION-LINE.
           STRING 'PRINTED : ' WS-TODAY
               '   DUE = NOT VERIFIED IN ' WS-TODAY-YEAR
               DELIMITED BY SIZE INTO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE ALL '-' TO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE 'ASSET-ID DESCRIPTION                COST C LAST-VER'
               TO VERIFICATION-LINE.
           MOVE 'SEEN COND' TO VERIFICATION-LINE (61:9).
           WRITE VERIFICATION-LINE.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-ASSET-COUNT
               MOVE WS-ORD-SUB (WS-ORD-I) TO WS-SUB-A
               IF WS-AS-CONDITION (WS-SUB-A) NOT = 'W'
                   PERFORM WRITE-ONE-LISTING-LINE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE WS-COST-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO VERIFICATION-LINE.
           STRING 'ASSETS IN SERVICE ' WS-LIST-COUNT
               '  DUE ' WS-DUE-COUNT
               '  AT COST ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE 'VERIFIED BY : ______________   DATE : __________'
               TO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE 'LAB-IN-CHARGE SIGN.         PRINCIPAL SIGN.' TO
               VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           MOVE ALL '=' TO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.
           CLOSE VERIFICATION-LISTING.
           DISPLAY 'VERIFICATION LISTING PRINTED, ASSETS : '
               WS-LIST-COUNT '  DUE : ' WS-DUE-COUNT.

       WRITE-ONE-LISTING-LINE.
           IF WS-AS-LOCATION (WS-SUB-A) NOT = WS-LAST-LOCATION
               MOVE WS-AS-LOCATION (WS-SUB-A) TO WS-LAST-LOCATION
               MOVE SPACES TO VERIFICATION-LINE
               STRING 'LOCATION : ' WS-LAST-LOCATION
                   DELIMITED BY SIZE INTO VERIFICATION-LINE
               WRITE VERIFICATION-LINE
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           ADD WS-AS-COST (WS-SUB-A) TO WS-COST-TOTAL.
           MOVE WS-AS-VERIFIED (WS-SUB-A) TO WS-DATE-WORK.
           IF WS-DATE-YEAR < WS-TODAY-YEAR
               MOVE 'DUE' TO WS-DUE-FLAG
               ADD 1 TO WS-DUE-COUNT
           ELSE
               MOVE SPACES TO WS-DUE-FLAG
           END-IF.
           MOVE WS-AS-COST (WS-SUB-A) TO WS-RPT-AMOUNT.
           MOVE SPACES TO VERIFICATION-LINE.
           STRING WS-AS-ID (WS-SUB-A) ' '
               WS-AS-DESC (WS-SUB-A) ' '
               WS-RPT-AMOUNT ' '
               WS-AS-CONDITION (WS-SUB-A) ' '
               WS-AS-VERIFIED (WS-SUB-A) ' '
               WS-DUE-FLAG
               '  [ ] ____'
               DELIMITED BY SIZE INTO VERIFICATION-LINE.
           WRITE VERIFICATION-LINE.

       PRINT-WRITE-OFF-REGISTER.
           DISPLAY 'ENTER YEAR OF WRITE-OFF (YYYY) : '.
           ACCEPT WS-WO-YEAR.
           MOVE ZERO TO WS-WO-COUNT.
           MOVE ZERO TO WS-COST-TOTAL.
           OPEN OUTPUT WRITE-OFF-REGISTER.
           MOVE ALL '=' TO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE SPACES TO WRITE-OFF-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE SPACES TO WRITE-OFF-LINE.
           STRING '            ASSET WRITE-OFF REGISTER FOR '
               WS-WO-YEAR
               DELIMITED BY SIZE INTO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE ALL '-' TO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE 'ASSET-ID DESCRIPTION          LOCATION         COST'
               TO WRITE-OFF-LINE.
           MOVE 'DATE' TO WRITE-OFF-LINE (53:4).
           WRITE WRITE-OFF-LINE.
           MOVE ALL '-' TO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSET-TXN-FILE.
           IF WS-ASSETTXN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ASSET-TXN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE AT-TXN-DATE TO WS-DATE-WORK
                           IF AT-WRITE-OFF
                               AND WS-DATE-YEAR = WS-WO-YEAR
                               PERFORM WRITE-ONE-WRITE-OFF-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-TXN-FILE
           END-IF.
           MOVE ALL '-' TO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE WS-COST-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO WRITE-OFF-LINE.
           STRING 'ASSETS WRITTEN OFF ' WS-WO-COUNT
               '   TOTAL COST ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE SPACES TO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE 'PRINCIPAL SIGN.             AUDITOR SIGN.' TO
               WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           MOVE ALL '=' TO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
           CLOSE WRITE-OFF-REGISTER.
           DISPLAY 'WRITE-OFF REGISTER PRINTED, ASSETS : '
               WS-WO-COUNT.

       WRITE-ONE-WRITE-OFF-LINE.
           ADD 1 TO WS-WO-COUNT.
           MOVE AT-ASSET-ID TO WS-WORK-ASSET-ID.
           PERFORM FIND-ASSET.
           MOVE SPACES TO WRITE-OFF-LINE.
           IF ASSET-ON-MASTER
               ADD WS-AS-COST (AS-INDEX) TO WS-COST-TOTAL
               MOVE WS-AS-COST (AS-INDEX) TO WS-RPT-AMOUNT
               STRING AT-ASSET-ID ' '
                   WS-AS-DESC (AS-INDEX) ' '
                   WS-AS-LOCATION (AS-INDEX) ' '
                   WS-RPT-AMOUNT ' '
                   AT-TXN-DATE
                   DELIMITED BY SIZE INTO WRITE-OFF-LINE
           ELSE
               STRING AT-ASSET-ID ' (NO LONGER ON THE MASTER)'
                   DELIMITED BY SIZE INTO WRITE-OFF-LINE
           END-IF.
           WRITE WRITE-OFF-LINE.
           MOVE SPACES TO WRITE-OFF-LINE.
           STRING '         REASON : ' AT-REMARKS
               '  AUTHORISED BY ' AT-OPERATOR-ID
               DELIMITED BY SIZE INTO WRITE-OFF-LINE.
           WRITE WRITE-OFF-LINE.
      ** add other procedures here
       END PROGRAM ASSETDSK.
