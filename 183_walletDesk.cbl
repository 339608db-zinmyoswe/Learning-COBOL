      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student prepaid wallet desk. Pocket money for the
      *          canteen, the school store and the hostel warden used
      *          to change hands as cash with no record the guardian
      *          could see. Each student may hold one stored-value
      *          wallet on WALLET.DAT, separate from the fee ledger:
      *          the desk opens it and records the daily spend limit
      *          the guardian has set. Guardians top it up at the fee
      *          desk (FEEPOST, receipted under the 'WALLET TOP-UP'
      *          head). The canteen, store and hostel-warden outlets
      *          post each purchase here against the bill or slip
      *          number: a purchase is refused when the wallet is not
      *          open, when the student is no longer on the roll, when
      *          it exceeds the balance, or when it would take the
      *          day's spend past the guardian's limit; hostel-warden
      *          pocket money goes only to a current boarder
      *          (HSTLALOC.DAT). Every movement is a row on
      *          WALLETTX.DAT and the balance is always the sum of
      *          them (WALLCHK). WALLSTMT prints the monthly guardian
      *          statements and the outlet settlement; REFUNDST
      *          refunds what is left and closes the wallet when the
      *          student leaves. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WALLETDK.
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
           SELECT WALLET-FILE ASSIGN TO "WALLET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WALLET-STATUS.
           SELECT WALLET-TXN-FILE ASSIGN TO "WALLETTX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WALLTX-STATUS.
           SELECT HOSTEL-ALLOCATION ASSIGN TO "HSTLALOC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  WALLET-FILE.
           COPY WALLETR.

       FD  WALLET-TXN-FILE.
           COPY WALLTXR.

       FD  HOSTEL-ALLOCATION.
           COPY HSTLALOR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-WALLET-STATUS   PIC X(02) VALUE '00'.
       01 WS-WALLTX-STATUS   PIC X(02) VALUE '00'.
       01 WS-ALLOC-STATUS    PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 4.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'WALLETDK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-TIME-NOW        PIC 9(08).
       01 WS-WALLET-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-WALLET-FULL-FLAG PIC X(01) VALUE 'N'.
           88 WALLET-TABLE-FULL VALUE 'Y'.
       01 WS-WALLET-TABLE.
           05 WS-WALLET-LINE OCCURS 5000 TIMES INDEXED BY WM-INDEX
               PIC X(45).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-STU-FOUND       PIC X(01).
           88 STUDENT-ON-MASTER VALUE 'Y'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-STU-NAME   PIC X(15).
       01 WS-WORK-STU-STATUS PIC X(01).
           88 WORK-STU-LEFT    VALUE 'T' 'S'.
       01 WS-WORK-LIMIT      PIC 9(05)V9(02).
       01 WS-WORK-AMOUNT     PIC 9(07)V9(02).
       01 WS-WORK-REFERENCE  PIC X(10).
       01 WS-WORK-OUTLET     PIC X(01).
           88 WORK-OUTLET-VALID  VALUE 'C' 'S' 'H'.
           88 WORK-OUTLET-HOSTEL VALUE 'H'.
       01 WS-BOARDER-FLAG    PIC X(01).
           88 CURRENT-BOARDER  VALUE 'Y'.
       01 WS-WALLET-BALANCE  PIC S9(07)V9(02) VALUE ZERO.
       01 WS-SPENT-TODAY     PIC 9(07)V9(02) VALUE ZERO.
       01 WS-DAILY-LIMIT     PIC 9(05)V9(02) VALUE ZERO.
       01 WS-LIMIT-LEFT      PIC S9(07)V9(02) VALUE ZERO.
       01 WS-WALLET-RESULT   PIC X(01).
           88 WALLET-ACTIVE    VALUE 'A'.
           88 WALLET-CLOSED    VALUE 'C'.
           88 NO-WALLET-ON-FILE VALUE 'U'.
       01 WS-DSP-AMOUNT      PIC Z(06)9.99.
       01 WS-DSP-SIGNED      PIC -(07)9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-WALLET-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. OPEN WALLET / SET DAILY SPEND LIMIT'
               DISPLAY '2. POST OUTLET PURCHASE'
               DISPLAY '3. WALLET BALANCE INQUIRY'
               DISPLAY '4. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-WALLET
                           THRU MAINTAIN-WALLET-EXIT
                   WHEN 2
                       PERFORM POST-PURCHASE THRU POST-PURCHASE-EXIT
                   WHEN 3
                       PERFORM WALLET-INQUIRY
                   WHEN 4
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

       LOAD-WALLET-TABLE.
           MOVE ZERO TO WS-WALLET-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT WALLET-FILE.
           IF WS-WALLET-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ WALLET-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-WALLET-COUNT < 5000
                               ADD 1 TO WS-WALLET-COUNT
                               SET WM-INDEX TO WS-WALLET-COUNT
                               MOVE WALLET-MASTER-RECORD TO
                                   WS-WALLET-LINE (WM-INDEX)
                           ELSE
                               SET WALLET-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WALLET-FILE
           END-IF.
           IF WALLET-TABLE-FULL
               DISPLAY 'WALLET.DAT EXCEEDS THE 5000-WALLET TABLE - '
                   'NO WALLET CAN BE OPENED OR CHANGED'
           END-IF.

      * A partly loaded master is never written back.
       REWRITE-WALLET-FILE.
           OPEN OUTPUT WALLET-FILE.
           PERFORM VARYING WM-INDEX FROM 1 BY 1
               UNTIL WM-INDEX > WS-WALLET-COUNT
               MOVE WS-WALLET-LINE (WM-INDEX) TO WALLET-MASTER-RECORD
               WRITE WALLET-MASTER-RECORD
           END-PERFORM.
           CLOSE WALLET-FILE.

       FIND-WALLET.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WM-INDEX FROM 1 BY 1
               UNTIL WM-INDEX > WS-WALLET-COUNT OR ENTRY-FOUND
               MOVE WS-WALLET-LINE (WM-INDEX) TO WALLET-MASTER-RECORD
               IF WM-STU-NO = WS-WORK-STU-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET WM-INDEX DOWN BY 1
           END-IF.

       READ-STUDENT-MASTER.
           MOVE 'N' TO WS-STU-FOUND.
           MOVE SPACES TO WS-WORK-STU-NAME.
           MOVE SPACE TO WS-WORK-STU-STATUS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STU-FOUND
                       MOVE STU-NAME TO WS-WORK-STU-NAME
                       MOVE STU-STATUS TO WS-WORK-STU-STATUS
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       CHECK-HOSTEL-ALLOCATION.
           MOVE 'N' TO WS-BOARDER-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOSTEL-ALLOCATION.
           IF WS-ALLOC-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOSTEL-ALLOCATION
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HA-STU-NO = WS-WORK-STU-NO
                               AND HA-CURRENT-BOARDER
                               MOVE 'Y' TO WS-BOARDER-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOSTEL-ALLOCATION
           END-IF.

      * The limit is the guardian's: the most the outlets together may
      * take off the wallet in one day.
       MAINTAIN-WALLET.
           IF WALLET-TABLE-FULL
               DISPLAY 'WALLET MASTER NOT FULLY LOADED, NO CHANGE '
                   'CAN BE RECORDED'
               GO TO MAINTAIN-WALLET-EXIT
           END-IF.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM READ-STUDENT-MASTER.
           IF NOT STUDENT-ON-MASTER
               DISPLAY 'NO SUCH STU-NO ON MASTER : ' WS-WORK-STU-NO
               GO TO MAINTAIN-WALLET-EXIT
           END-IF.
           IF WORK-STU-LEFT
               DISPLAY 'STU-NO ' WS-WORK-STU-NO ' HAS LEFT THE '
                   'SCHOOL - NO WALLET CAN BE OPENED'
               GO TO MAINTAIN-WALLET-EXIT
           END-IF.
           PERFORM FIND-WALLET.
           IF ENTRY-FOUND
               IF WM-CLOSED
                   DISPLAY 'WALLET FOR STU-NO ' WS-WORK-STU-NO
                       ' WAS CLOSED ON ' WM-CLOSED-DATE
                   GO TO MAINTAIN-WALLET-EXIT
               END-IF
               MOVE WM-DAILY-LIMIT TO WS-DSP-AMOUNT
               DISPLAY 'WALLET OPEN SINCE ' WM-OPENED-DATE
                   ' DAILY LIMIT ' WS-DSP-AMOUNT
                   ' SET ' WM-LIMIT-SET-DATE ' BY ' WM-LIMIT-SET-BY
           ELSE
               IF WS-WALLET-COUNT >= 5000
                   DISPLAY 'WALLET TABLE FULL, NOT OPENED'
                   GO TO MAINTAIN-WALLET-EXIT
               END-IF
               MOVE SPACES TO WALLET-MASTER-RECORD
               MOVE WS-WORK-STU-NO TO WM-STU-NO
               MOVE 'A' TO WM-STATUS
               MOVE WS-TODAY TO WM-OPENED-DATE
               MOVE ZERO TO WM-CLOSED-DATE
               DISPLAY 'NEW WALLET FOR ' WS-WORK-STU-NAME
           END-IF.
           DISPLAY 'ENTER GUARDIAN''S DAILY SPEND LIMIT (RUPEES, '
               '7 DIGITS INC 2 DEC) : '.
           ACCEPT WS-WORK-LIMIT.
           IF WS-WORK-LIMIT = ZERO
               DISPLAY 'A DAILY LIMIT IS REQUIRED, NOTHING CHANGED'
               GO TO MAINTAIN-WALLET-EXIT
           END-IF.
           MOVE WS-WORK-LIMIT TO WM-DAILY-LIMIT.
           MOVE WS-TODAY TO WM-LIMIT-SET-DATE.
           MOVE WS-OPERATOR-ID TO WM-LIMIT-SET-BY.
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-WALLET-COUNT
               SET WM-INDEX TO WS-WALLET-COUNT
           END-IF.
           MOVE WALLET-MASTER-RECORD TO WS-WALLET-LINE (WM-INDEX).
           PERFORM REWRITE-WALLET-FILE.
           MOVE WS-WORK-LIMIT TO WS-DSP-AMOUNT.
           DISPLAY 'WALLET RECORDED FOR STU-NO ' WS-WORK-STU-NO
               ', DAILY LIMIT ' WS-DSP-AMOUNT.
       MAINTAIN-WALLET-EXIT.
           EXIT.

       POST-PURCHASE.
           DISPLAY 'ENTER OUTLET (C CANTEEN / S STORE / '
               'H HOSTEL WARDEN) : '.
           ACCEPT WS-WORK-OUTLET.
           PERFORM UNTIL WORK-OUTLET-VALID
               DISPLAY 'MUST BE C, S OR H, RE-ENTER : '
               ACCEPT WS-WORK-OUTLET
           END-PERFORM.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM READ-STUDENT-MASTER.
           IF NOT STUDENT-ON-MASTER OR WORK-STU-LEFT
               DISPLAY 'STU-NO ' WS-WORK-STU-NO ' IS NOT ON THE '
                   'ROLL - PURCHASE REFUSED'
               GO TO POST-PURCHASE-EXIT
           END-IF.
           CALL 'WALLCHK' USING WS-WORK-STU-NO WS-TODAY
               WS-WALLET-BALANCE WS-SPENT-TODAY WS-DAILY-LIMIT
               WS-WALLET-RESULT.
           IF NOT WALLET-ACTIVE
               IF WALLET-CLOSED
                   DISPLAY 'WALLET IS CLOSED - PURCHASE REFUSED'
               ELSE
                   DISPLAY 'NO WALLET FOR ' WS-WORK-STU-NAME
                       ' - PURCHASE REFUSED'
               END-IF
               GO TO POST-PURCHASE-EXIT
           END-IF.
           IF WORK-OUTLET-HOSTEL
               PERFORM CHECK-HOSTEL-ALLOCATION
               IF NOT CURRENT-BOARDER
                   DISPLAY WS-WORK-STU-NAME ' IS NOT A CURRENT '
                       'BOARDER - NO HOSTEL POCKET MONEY'
                   GO TO POST-PURCHASE-EXIT
               END-IF
           END-IF.
           DISPLAY 'STUDENT ' WS-WORK-STU-NAME.
           DISPLAY 'ENTER AMOUNT (RUPEES, 9 DIGITS INC 2 DEC) : '.
           ACCEPT WS-WORK-AMOUNT.
           IF WS-WORK-AMOUNT = ZERO
               DISPLAY 'AMOUNT MUST BE NON-ZERO, NOT POSTED'
               GO TO POST-PURCHASE-EXIT
           END-IF.
           IF WS-WORK-AMOUNT > WS-WALLET-BALANCE
               MOVE WS-WALLET-BALANCE TO WS-DSP-SIGNED
               DISPLAY 'INSUFFICIENT WALLET BALANCE (' WS-DSP-SIGNED
                   ') - PURCHASE REFUSED'
               GO TO POST-PURCHASE-EXIT
           END-IF.
           IF WS-SPENT-TODAY + WS-WORK-AMOUNT > WS-DAILY-LIMIT
               COMPUTE WS-LIMIT-LEFT =
                   WS-DAILY-LIMIT - WS-SPENT-TODAY
               MOVE WS-LIMIT-LEFT TO WS-DSP-SIGNED
               DISPLAY 'OVER THE GUARDIAN''S DAILY LIMIT - ONLY '
                   WS-DSP-SIGNED ' LEFT TODAY, PURCHASE REFUSED'
               GO TO POST-PURCHASE-EXIT
           END-IF.
           DISPLAY 'ENTER BILL / SLIP NO : '.
           ACCEPT WS-WORK-REFERENCE.
           PERFORM UNTIL WS-WORK-REFERENCE NOT = SPACES
               DISPLAY 'BILL OR SLIP NO IS REQUIRED, RE-ENTER : '
               ACCEPT WS-WORK-REFERENCE
           END-PERFORM.
           ACCEPT WS-TIME-NOW FROM TIME.
           OPEN EXTEND WALLET-TXN-FILE.
           IF WS-WALLTX-STATUS NOT = '00'
               OPEN OUTPUT WALLET-TXN-FILE
           END-IF.
           MOVE WS-WORK-STU-NO    TO WT-STU-NO.
           MOVE WS-TODAY          TO WT-TXN-DATE.
           MOVE WS-TIME-NOW       TO WT-TXN-TIME.
           MOVE 'D'               TO WT-TXN-TYPE.
           MOVE WS-WORK-OUTLET    TO WT-OUTLET.
           MOVE WS-WORK-AMOUNT    TO WT-AMOUNT.
           MOVE WS-WORK-REFERENCE TO WT-REFERENCE.
           MOVE WS-OPERATOR-ID    TO WT-OPERATOR-ID.
           WRITE WALLET-TXN-RECORD.
           CLOSE WALLET-TXN-FILE.
           SUBTRACT WS-WORK-AMOUNT FROM WS-WALLET-BALANCE.
           MOVE WS-WALLET-BALANCE TO WS-DSP-SIGNED.
           DISPLAY 'PURCHASE POSTED, WALLET BALANCE NOW '
               WS-DSP-SIGNED.
       POST-PURCHASE-EXIT.
           EXIT.

       WALLET-INQUIRY.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           CALL 'WALLCHK' USING WS-WORK-STU-NO WS-TODAY
               WS-WALLET-BALANCE WS-SPENT-TODAY WS-DAILY-LIMIT
               WS-WALLET-RESULT.
           EVALUATE TRUE
               WHEN NO-WALLET-ON-FILE
                   DISPLAY 'NO WALLET FOR STU-NO ' WS-WORK-STU-NO
               WHEN WALLET-CLOSED
                   DISPLAY 'WALLET FOR STU-NO ' WS-WORK-STU-NO
                       ' IS CLOSED'
               WHEN OTHER
                   MOVE WS-WALLET-BALANCE TO WS-DSP-SIGNED
                   DISPLAY 'WALLET BALANCE      : ' WS-DSP-SIGNED
                   MOVE WS-DAILY-LIMIT TO WS-DSP-AMOUNT
                   DISPLAY 'DAILY LIMIT         : ' WS-DSP-AMOUNT
                   MOVE WS-SPENT-TODAY TO WS-DSP-AMOUNT
                   DISPLAY 'SPENT TODAY         : ' WS-DSP-AMOUNT
           END-EVALUATE.
      ** add other procedures here
       END PROGRAM WALLETDK.
