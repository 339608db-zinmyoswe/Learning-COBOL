      ******************************************************************
      * Author:
      * Date:
      * Purpose: Teacher pay structure maintenance desk. Maintains the
      *          PAYSTRUC.DAT master - one record per TCHRMST.DAT
      *          teacher holding the monthly basic, dearness, house
      *          rent and other allowances, the provident fund,
      *          profession tax, income tax and other deductions, and
      *          the salary bank account - so the monthly PAYROLL run
      *          replaces the office spreadsheet. Setting a structure
      *          replaces the teacher's previous one. Salaries are
      *          confidential: the desk signs on through OPSIGNON and
      *          only supervisor-level operators may change or view a
      *          structure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PAYSTRUC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PAY-STRUCTURE-FILE ASSIGN TO "PAYSTRUC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRUCT-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PAY-STRUCTURE-FILE.
           COPY PAYSTRUR.

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-STRUCT-STATUS   PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 4.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'PAYSTRUC'.
       01 WS-TEACHER-NAME    PIC X(15).
       01 WS-STRUCT-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-STRUCT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 STRUCT-TABLE-FULL VALUE 'Y'.
       01 WS-STRUCT-TABLE.
           05 WS-PS-ENTRY OCCURS 50 TIMES INDEXED BY PS-INDEX.
               10 WS-PS-TEACHER-ID   PIC 9(04).
               10 WS-PS-BASIC        PIC 9(07)V9(02).
               10 WS-PS-DA           PIC 9(07)V9(02).
               10 WS-PS-HRA          PIC 9(07)V9(02).
               10 WS-PS-OTHER-ALLOW  PIC 9(07)V9(02).
               10 WS-PS-PF           PIC 9(07)V9(02).
               10 WS-PS-PTAX         PIC 9(07)V9(02).
               10 WS-PS-ITAX         PIC 9(07)V9(02).
               10 WS-PS-OTHER-DEDUCT PIC 9(07)V9(02).
               10 WS-PS-BANK-CODE    PIC X(11).
               10 WS-PS-BANK-ACCOUNT PIC X(18).
       01 WS-STRUCT-SLOT     PIC 9(02) VALUE ZERO.
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-WORK-STRUCTURE.
           05 WS-WORK-BASIC        PIC 9(07)V9(02).
           05 WS-WORK-DA           PIC 9(07)V9(02).
           05 WS-WORK-HRA          PIC 9(07)V9(02).
           05 WS-WORK-OTHER-ALLOW  PIC 9(07)V9(02).
           05 WS-WORK-PF           PIC 9(07)V9(02).
           05 WS-WORK-PTAX         PIC 9(07)V9(02).
           05 WS-WORK-ITAX         PIC 9(07)V9(02).
           05 WS-WORK-OTHER-DEDUCT PIC 9(07)V9(02).
           05 WS-WORK-BANK-CODE    PIC X(11).
           05 WS-WORK-BANK-ACCOUNT PIC X(18).
       01 WS-GROSS-PAY       PIC 9(08)V9(02) VALUE ZERO.
       01 WS-TOTAL-DEDUCT    PIC 9(08)V9(02) VALUE ZERO.
       01 WS-LIST-AMOUNT     PIC Z(06)9.99.
       01 WS-LIST-GROSS      PIC Z(07)9.99.
       01 WS-LIST-DEDUCT     PIC Z(07)9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT SUPERVISOR-LEVEL
               DISPLAY 'PAY STRUCTURES REQUIRE SUPERVISOR AUTHORITY - '
                   'SIGNED ON AS LEVEL ' WS-AUTH-LEVEL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PAY-STRUCTURES.
           IF STRUCT-TABLE-FULL
               DISPLAY 'PAYSTRUC.DAT EXCEEDS THE ' WS-STRUCT-COUNT
                   '-TEACHER TABLE - CHANGES REFUSED, VIEW ONLY'
           END-IF.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF STRUCT-TABLE-FULL
                           DISPLAY 'STRUCTURE TABLE FULL - NOT SET'
                       ELSE
                           PERFORM SET-PAY-STRUCTURE
                       END-IF
                   WHEN 2
                       PERFORM SHOW-PAY-STRUCTURE
                   WHEN 3
                       PERFORM LIST-PAY-STRUCTURES
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY '1. SET A TEACHER PAY STRUCTURE'.
           DISPLAY '2. SHOW A TEACHER PAY STRUCTURE'.
           DISPLAY '3. LIST ALL PAY STRUCTURES'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       LOAD-PAY-STRUCTURES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PAY-STRUCTURE-FILE.
           IF WS-STRUCT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PAY-STRUCTURE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-STRUCT-COUNT < 50
                               ADD 1 TO WS-STRUCT-COUNT
                               SET PS-INDEX TO WS-STRUCT-COUNT
                               PERFORM MOVE-STRUCTURE-TO-TABLE
                           ELSE
                               SET STRUCT-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-STRUCTURE-FILE
           END-IF.

       MOVE-STRUCTURE-TO-TABLE.
           MOVE PS-TEACHER-ID     TO WS-PS-TEACHER-ID (PS-INDEX).
           MOVE PS-BASIC-PAY      TO WS-PS-BASIC (PS-INDEX).
           MOVE PS-DEARNESS-ALLOW TO WS-PS-DA (PS-INDEX).
           MOVE PS-HOUSE-RENT     TO WS-PS-HRA (PS-INDEX).
           MOVE PS-OTHER-ALLOW    TO WS-PS-OTHER-ALLOW (PS-INDEX).
           MOVE PS-PROVIDENT-FUND TO WS-PS-PF (PS-INDEX).
           MOVE PS-PROFESSION-TAX TO WS-PS-PTAX (PS-INDEX).
           MOVE PS-INCOME-TAX     TO WS-PS-ITAX (PS-INDEX).
           MOVE PS-OTHER-DEDUCT   TO WS-PS-OTHER-DEDUCT (PS-INDEX).
           MOVE PS-BANK-CODE      TO WS-PS-BANK-CODE (PS-INDEX).
           MOVE PS-BANK-ACCOUNT   TO WS-PS-BANK-ACCOUNT (PS-INDEX).

       REWRITE-PAY-STRUCTURES.
           OPEN OUTPUT PAY-STRUCTURE-FILE.
           PERFORM VARYING PS-INDEX FROM 1 BY 1
               UNTIL PS-INDEX > WS-STRUCT-COUNT
               MOVE WS-PS-TEACHER-ID (PS-INDEX)   TO PS-TEACHER-ID
               MOVE WS-PS-BASIC (PS-INDEX)        TO PS-BASIC-PAY
               MOVE WS-PS-DA (PS-INDEX)           TO PS-DEARNESS-ALLOW
               MOVE WS-PS-HRA (PS-INDEX)          TO PS-HOUSE-RENT
               MOVE WS-PS-OTHER-ALLOW (PS-INDEX)  TO PS-OTHER-ALLOW
               MOVE WS-PS-PF (PS-INDEX)           TO PS-PROVIDENT-FUND
               MOVE WS-PS-PTAX (PS-INDEX)         TO PS-PROFESSION-TAX
               MOVE WS-PS-ITAX (PS-INDEX)         TO PS-INCOME-TAX
               MOVE WS-PS-OTHER-DEDUCT (PS-INDEX) TO PS-OTHER-DEDUCT
               MOVE WS-PS-BANK-CODE (PS-INDEX)    TO PS-BANK-CODE
               MOVE WS-PS-BANK-ACCOUNT (PS-INDEX) TO PS-BANK-ACCOUNT
               WRITE PAY-STRUCTURE-RECORD
           END-PERFORM.
           CLOSE PAY-STRUCTURE-FILE.

       FIND-TEACHER-ON-MASTER.
           MOVE SPACES TO WS-TEACHER-NAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF TM-TEACHER-ID = WS-WORK-TCHR
                               MOVE TM-TEACHER-NAME TO WS-TEACHER-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.

       FIND-STRUCTURE-SLOT.
           MOVE ZERO TO WS-STRUCT-SLOT.
           PERFORM VARYING PS-INDEX FROM 1 BY 1
               UNTIL PS-INDEX > WS-STRUCT-COUNT
               IF WS-PS-TEACHER-ID (PS-INDEX) = WS-WORK-TCHR
                   SET WS-STRUCT-SLOT TO PS-INDEX
               END-IF
           END-PERFORM.

       SET-PAY-STRUCTURE.
           DISPLAY 'ENTER TEACHER ID : '.
           ACCEPT WS-WORK-TCHR.
           PERFORM FIND-TEACHER-ON-MASTER.
           IF WS-TEACHER-NAME = SPACES
               DISPLAY 'TEACHER NOT ON TCHRMST.DAT : ' WS-WORK-TCHR
           ELSE
               DISPLAY 'TEACHER : ' WS-TEACHER-NAME
               DISPLAY 'AMOUNTS ARE MONTHLY (9 DIGITS INC 2 DEC)'
               DISPLAY 'ENTER BASIC PAY : '
               ACCEPT WS-WORK-BASIC
               DISPLAY 'ENTER DEARNESS ALLOWANCE : '
               ACCEPT WS-WORK-DA
               DISPLAY 'ENTER HOUSE RENT ALLOWANCE : '
               ACCEPT WS-WORK-HRA
               DISPLAY 'ENTER OTHER ALLOWANCES : '
               ACCEPT WS-WORK-OTHER-ALLOW
               DISPLAY 'ENTER PROVIDENT FUND DEDUCTION : '
               ACCEPT WS-WORK-PF
               DISPLAY 'ENTER PROFESSION TAX : '
               ACCEPT WS-WORK-PTAX
               DISPLAY 'ENTER INCOME TAX (TDS) : '
               ACCEPT WS-WORK-ITAX
               DISPLAY 'ENTER OTHER DEDUCTIONS : '
               ACCEPT WS-WORK-OTHER-DEDUCT
               DISPLAY 'ENTER BANK BRANCH CODE : '
               ACCEPT WS-WORK-BANK-CODE
               DISPLAY 'ENTER SALARY ACCOUNT NUMBER : '
               ACCEPT WS-WORK-BANK-ACCOUNT
               IF WS-WORK-BASIC = ZERO
                   OR WS-WORK-BANK-ACCOUNT = SPACES
                   DISPLAY 'BASIC PAY AND SALARY ACCOUNT ARE '
                       'REQUIRED - STRUCTURE NOT SET'
               ELSE
                   PERFORM STORE-PAY-STRUCTURE
               END-IF
           END-IF.

       STORE-PAY-STRUCTURE.
           PERFORM FIND-STRUCTURE-SLOT.
           IF WS-STRUCT-SLOT = ZERO
               IF WS-STRUCT-COUNT >= 50
                   DISPLAY 'STRUCTURE TABLE FULL - NOT SET'
               ELSE
                   ADD 1 TO WS-STRUCT-COUNT
                   MOVE WS-STRUCT-COUNT TO WS-STRUCT-SLOT
               END-IF
           END-IF.
           IF WS-STRUCT-SLOT > ZERO
               SET PS-INDEX TO WS-STRUCT-SLOT
               MOVE WS-WORK-TCHR  TO WS-PS-TEACHER-ID (PS-INDEX)
               MOVE WS-WORK-BASIC TO WS-PS-BASIC (PS-INDEX)
               MOVE WS-WORK-DA    TO WS-PS-DA (PS-INDEX)
               MOVE WS-WORK-HRA   TO WS-PS-HRA (PS-INDEX)
               MOVE WS-WORK-OTHER-ALLOW TO
                   WS-PS-OTHER-ALLOW (PS-INDEX)
               MOVE WS-WORK-PF    TO WS-PS-PF (PS-INDEX)
               MOVE WS-WORK-PTAX  TO WS-PS-PTAX (PS-INDEX)
               MOVE WS-WORK-ITAX  TO WS-PS-ITAX (PS-INDEX)
               MOVE WS-WORK-OTHER-DEDUCT TO
                   WS-PS-OTHER-DEDUCT (PS-INDEX)
               MOVE WS-WORK-BANK-CODE TO WS-PS-BANK-CODE (PS-INDEX)
               MOVE WS-WORK-BANK-ACCOUNT TO
                   WS-PS-BANK-ACCOUNT (PS-INDEX)
               PERFORM REWRITE-PAY-STRUCTURES
               DISPLAY 'PAY STRUCTURE SET FOR TEACHER ' WS-WORK-TCHR
           END-IF.

       SHOW-PAY-STRUCTURE.
           DISPLAY 'ENTER TEACHER ID : '.
           ACCEPT WS-WORK-TCHR.
           PERFORM FIND-STRUCTURE-SLOT.
           IF WS-STRUCT-SLOT = ZERO
               DISPLAY 'NO PAY STRUCTURE FOR TEACHER ' WS-WORK-TCHR
           ELSE
               SET PS-INDEX TO WS-STRUCT-SLOT
               MOVE WS-PS-BASIC (PS-INDEX) TO WS-LIST-AMOUNT
               DISPLAY 'BASIC PAY           : ' WS-LIST-AMOUNT
               MOVE WS-PS-DA (PS-INDEX) TO WS-LIST-AMOUNT
               DISPLAY 'DEARNESS ALLOWANCE  : ' WS-LIST-AMOUNT
               MOVE WS-PS-HRA (PS-INDEX) TO WS-LIST-AMOUNT
               DISPLAY 'HOUSE RENT          : ' WS-LIST-AMOUNT
               MOVE WS-PS-OTHER-ALLOW (PS-INDEX) TO WS-LIST-AMOUNT
               DISPLAY 'OTHER ALLOWANCES    : ' WS-LIST-AMOUNT
               MOVE WS-PS-PF (PS-INDEX) TO WS-LIST-AMOUNT
               DISPLAY 'PROVIDENT FUND      : ' WS-LIST-AMOUNT
               MOVE WS-PS-PTAX (PS-INDEX) TO WS-LIST-AMOUNT
               DISPLAY 'PROFESSION TAX      : ' WS-LIST-AMOUNT
               MOVE WS-PS-ITAX (PS-INDEX) TO WS-LIST-AMOUNT
               DISPLAY 'INCOME TAX          : ' WS-LIST-AMOUNT
               MOVE WS-PS-OTHER-DEDUCT (PS-INDEX) TO WS-LIST-AMOUNT
               DISPLAY 'OTHER DEDUCTIONS    : ' WS-LIST-AMOUNT
               DISPLAY 'BANK / ACCOUNT      : '
                   WS-PS-BANK-CODE (PS-INDEX) ' '
                   WS-PS-BANK-ACCOUNT (PS-INDEX)
           END-IF.

       LIST-PAY-STRUCTURES.
           DISPLAY 'TEACHER       GROSS     DEDUCTIONS  ACCOUNT'.
           PERFORM VARYING PS-INDEX FROM 1 BY 1
               UNTIL PS-INDEX > WS-STRUCT-COUNT
               COMPUTE WS-GROSS-PAY = WS-PS-BASIC (PS-INDEX)
                   + WS-PS-DA (PS-INDEX) + WS-PS-HRA (PS-INDEX)
                   + WS-PS-OTHER-ALLOW (PS-INDEX)
               COMPUTE WS-TOTAL-DEDUCT = WS-PS-PF (PS-INDEX)
                   + WS-PS-PTAX (PS-INDEX) + WS-PS-ITAX (PS-INDEX)
                   + WS-PS-OTHER-DEDUCT (PS-INDEX)
               MOVE WS-GROSS-PAY TO WS-LIST-GROSS
               MOVE WS-TOTAL-DEDUCT TO WS-LIST-DEDUCT
               DISPLAY WS-PS-TEACHER-ID (PS-INDEX) '  '
                   WS-LIST-GROSS '  ' WS-LIST-DEDUCT '  '
                   WS-PS-BANK-ACCOUNT (PS-INDEX)
           END-PERFORM.
           DISPLAY 'STRUCTURES ON FILE : ' WS-STRUCT-COUNT.
      ** add other procedures here
       END PROGRAM PAYSTRUC.
