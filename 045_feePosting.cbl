      *          school letterhead, and a reprint option issues a
      *          clearly marked DUPLICATE against the original receipt
      *          number - so the auditors' receipt register finally
      *          ties back to the ledger. A wallet top-up option
      *          takes a guardian's payment into the student's prepaid
      *          wallet (WALLET.DAT, opened at WALLETDK): the money is
      *          receipted like any fee under its own 'WALLET TOP-UP'
      *          head - a charge and payment pair, so the fee balance
      *          is untouched while the cash drawer and the GL export
      *          still see it - and a top-up row carrying the receipt
      *          number goes on WALLETTX.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCLOSE-STATUS.
           SELECT WALLET-TXN-FILE ASSIGN TO "WALLETTX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WALLTX-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 DY-CLOSED-BY    PIC X(08).
           05 DY-CLOSE-TIME   PIC 9(08).

       FD  WALLET-TXN-FILE.
           COPY WALLTXR.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-LEDGER    VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 7.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-TYPE       PIC X(01).
       01 WS-WORK-AMOUNT     PIC 9(07)V9(02).
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'FEEPOST '.
       01 WS-WALLTX-STATUS   PIC X(02) VALUE '00'.
       01 WS-WALLET-BALANCE  PIC S9(07)V9(02) VALUE ZERO.
       01 WS-WALLET-SPENT    PIC 9(07)V9(02) VALUE ZERO.
       01 WS-WALLET-LIMIT    PIC 9(05)V9(02) VALUE ZERO.
       01 WS-WALLET-RESULT   PIC X(01).
           88 WALLET-ACTIVE    VALUE 'A'.
           88 WALLET-CLOSED    VALUE 'C'.
       01 WS-TIME-NOW        PIC 9(08).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   WHEN 5
                       PERFORM REPRINT-RECEIPT
                   WHEN 6
                       IF POSTING-DAY-CLOSED
                           DISPLAY 'DAY CLOSED - POSTING REFUSED'
                       ELSE
                           PERFORM POST-WALLET-TOP-UP
                       END-IF
                   WHEN 7
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
           DISPLAY '3. PRINT FEE STATEMENT'.
           DISPLAY '4. BALANCE INQUIRY'.
           DISPLAY '5. REPRINT RECEIPT (DUPLICATE)'.
           DISPLAY '6. WALLET TOP-UP'.
           DISPLAY '7. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       POST-FEE-TRANSACTION.
               END-IF
           END-IF.

       POST-WALLET-TOP-UP.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           CALL 'WALLCHK' USING WS-WORK-STU-NO WS-TODAY
               WS-WALLET-BALANCE WS-WALLET-SPENT WS-WALLET-LIMIT
               WS-WALLET-RESULT.
           IF NOT WALLET-ACTIVE
               IF WALLET-CLOSED
                   DISPLAY 'WALLET IS CLOSED - TOP-UP REFUSED'
               ELSE
                   DISPLAY 'NO WALLET OPEN FOR THIS STUDENT - OPEN '
                       'ONE AT THE WALLET DESK FIRST'
               END-IF
           ELSE
               MOVE WS-WALLET-BALANCE TO WS-STMT-BALANCE
               DISPLAY 'WALLET BALANCE : ' WS-STMT-BALANCE
               DISPLAY 'ENTER AMOUNT (RUPEES, 9 DIGITS INC 2 DEC) : '
               ACCEPT WS-WORK-AMOUNT
               DISPLAY 'ENTER PAYMENT MODE (C CASH / Q CHEQUE / '
                   'T TRANSFER) : '
               ACCEPT WS-WORK-PAY-MODE
               PERFORM UNTIL PAY-MODE-VALID
                   DISPLAY 'MUST BE C, Q OR T, RE-ENTER : '
                   ACCEPT WS-WORK-PAY-MODE
               END-PERFORM
               IF WS-WORK-AMOUNT = ZERO
                   DISPLAY 'AMOUNT MUST BE NON-ZERO, TOP-UP NOT POSTED'
               ELSE
                   MOVE 'WALLET TOP-UP' TO WS-WORK-DESC
                   MOVE ZERO TO WS-WORK-DUE-DATE
                   OPEN EXTEND FEE-LEDGER
                   IF WS-LEDGER-STATUS NOT = '00'
                       OPEN OUTPUT FEE-LEDGER
                   END-IF
                   MOVE WS-WORK-STU-NO TO FL-STU-NO
                   MOVE WS-TODAY       TO FL-TXN-DATE
                   MOVE 'C'            TO FL-TXN-TYPE
                   MOVE WS-WORK-AMOUNT TO FL-AMOUNT
                   MOVE WS-WORK-DESC   TO FL-DESCRIPTION
                   MOVE ZERO           TO FL-DUE-DATE
                   MOVE SPACE          TO FL-PAY-MODE
                   MOVE WS-OPERATOR-ID TO FL-OPERATOR-ID
                   WRITE FEE-LEDGER-RECORD
                   MOVE 'P'              TO FL-TXN-TYPE
                   MOVE WS-WORK-PAY-MODE TO FL-PAY-MODE
                   WRITE FEE-LEDGER-RECORD
                   CLOSE FEE-LEDGER
                   PERFORM ISSUE-FEE-RECEIPT
                   PERFORM WRITE-WALLET-TOP-UP
                   ADD WS-WORK-AMOUNT TO WS-WALLET-BALANCE
                   MOVE WS-WALLET-BALANCE TO WS-STMT-BALANCE
                   DISPLAY 'WALLET TOPPED UP FOR STU-NO '
                       WS-WORK-STU-NO ', NEW BALANCE : '
                       WS-STMT-BALANCE
               END-IF
           END-IF.

       WRITE-WALLET-TOP-UP.
           ACCEPT WS-TIME-NOW FROM TIME.
           OPEN EXTEND WALLET-TXN-FILE.
           IF WS-WALLTX-STATUS NOT = '00'
               OPEN OUTPUT WALLET-TXN-FILE
           END-IF.
           MOVE WS-WORK-STU-NO TO WT-STU-NO.
           MOVE WS-TODAY       TO WT-TXN-DATE.
           MOVE WS-TIME-NOW    TO WT-TXN-TIME.
           MOVE 'T'            TO WT-TXN-TYPE.
           MOVE SPACE          TO WT-OUTLET.
           MOVE WS-WORK-AMOUNT TO WT-AMOUNT.
           MOVE SPACES         TO WT-REFERENCE.
           STRING 'RCPT' WS-RECEIPT-NO DELIMITED BY SIZE
               INTO WT-REFERENCE.
           MOVE WS-OPERATOR-ID TO WT-OPERATOR-ID.
           WRITE WALLET-TXN-RECORD.
           CLOSE WALLET-TXN-FILE.

       OPERATOR-SIGN-ON.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
