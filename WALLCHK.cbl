      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared student-wallet inquiry subprogram. Looks the
      *          student up on the WALLET.DAT wallet master and sums
      *          the WALLETTX.DAT transactions into the stored-value
      *          balance - top-ups in, outlet and closing debits out -
      *          along with the outlet spend already posted on the
      *          given date, so WALLETDK can hold purchases to the
      *          guardian's daily limit and FEEPOST and REFUNDST can
      *          see the balance. Result code 'A' wallet active, 'C'
      *          wallet closed, 'U' no wallet on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WALLCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT WALLET-FILE ASSIGN TO "WALLET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WALLET-STATUS.
           SELECT WALLET-TXN-FILE ASSIGN TO "WALLETTX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WALLTX-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  WALLET-FILE.
           COPY WALLETR.

       FD  WALLET-TXN-FILE.
           COPY WALLTXR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-WALLET-STATUS   PIC X(02) VALUE '00'.
       01 WS-WALLTX-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-FILE      VALUE 'Y'.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
       01 LS-STU-NO          PIC 9(05).
       01 LS-AS-AT-DATE      PIC 9(08).
       01 LS-WALLET-BALANCE  PIC S9(07)V9(02).
       01 LS-SPENT-ON-DATE   PIC 9(07)V9(02).
       01 LS-DAILY-LIMIT     PIC 9(05)V9(02).
       01 LS-WALLET-RESULT   PIC X(01).
           88 WALLET-ACTIVE    VALUE 'A'.
           88 WALLET-CLOSED    VALUE 'C'.
           88 NO-WALLET-ON-FILE VALUE 'U'.
      *-----------------------
       PROCEDURE DIVISION USING LS-STU-NO LS-AS-AT-DATE
           LS-WALLET-BALANCE LS-SPENT-ON-DATE LS-DAILY-LIMIT
           LS-WALLET-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE ZERO TO LS-WALLET-BALANCE LS-SPENT-ON-DATE
               LS-DAILY-LIMIT.
           MOVE 'U' TO LS-WALLET-RESULT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT WALLET-FILE.
           IF WS-WALLET-STATUS NOT = '00'
               GOBACK
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ WALLET-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WM-STU-NO = LS-STU-NO
                           MOVE WM-DAILY-LIMIT TO LS-DAILY-LIMIT
                           IF WM-CLOSED
                               MOVE 'C' TO LS-WALLET-RESULT
                           ELSE
                               MOVE 'A' TO LS-WALLET-RESULT
                           END-IF
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WALLET-FILE.
           IF NO-WALLET-ON-FILE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT WALLET-TXN-FILE.
           IF WS-WALLTX-STATUS NOT = '00'
               GOBACK
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ WALLET-TXN-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WT-STU-NO = LS-STU-NO
                           IF WT-CREDIT-TXN
                               ADD WT-AMOUNT TO LS-WALLET-BALANCE
                           ELSE
                               SUBTRACT WT-AMOUNT
                                   FROM LS-WALLET-BALANCE
                               IF WT-OUTLET-DEBIT
                                  AND WT-TXN-DATE = LS-AS-AT-DATE
                                   ADD WT-AMOUNT TO LS-SPENT-ON-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WALLET-TXN-FILE.
           GOBACK.
      ** add other procedures here
       END PROGRAM WALLCHK.
