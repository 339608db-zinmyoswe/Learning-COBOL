      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly staff payroll run. Pays the month of the
      *          run-control date (the system date when no card is
      *          present) for every teacher on TCHRMST.DAT from the
      *          PAYSTRUC.DAT pay structure: gross is basic plus the
      *          allowances, less loss of pay - gross over the month's
      *          pay days (calendar days, or the PAYCTL.DAT card)
      *          times the TCHRLEAV.DAT days flagged loss of pay that
      *          month - less the standing deductions. Each teacher
      *          gets a payslip on PAYSLIP.RPT and a salary transfer
      *          row on BANKSAL.DAT for the bank; the PAYREG.RPT
      *          payroll register lists every teacher with control
      *          totals and a balancing check of the register against
      *          the bank file. Teachers with no pay structure, or
      *          whose deductions exceed the month's pay, are left off
      *          the bank file and listed as exceptions (condition
      *          code 4). Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PAYROLL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PAYROLL-CONTROL ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT PAY-STRUCTURE-FILE ASSIGN TO "PAYSTRUC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRUCT-STATUS.
           SELECT LEAVE-REGISTER ASSIGN TO "TCHRLEAV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT BANK-TRANSFER-FILE ASSIGN TO "BANKSAL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYSLIP-REPORT ASSIGN TO "PAYSLIP.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYROLL-REGISTER ASSIGN TO "PAYREG.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  PAYROLL-CONTROL.
       01 PAYROLL-CONTROL-RECORD.
           05 PC-PAY-DAYS        PIC 9(02).

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  PAY-STRUCTURE-FILE.
           COPY PAYSTRUR.

       FD  LEAVE-REGISTER.
           COPY TCHRLVR.

       FD  BANK-TRANSFER-FILE.
       01 BANK-TRANSFER-RECORD.
           05 BT-BANK-CODE       PIC X(11).
           05 BT-BANK-ACCOUNT    PIC X(18).
           05 BT-AMOUNT          PIC 9(07)V9(02).
           05 BT-TEACHER-ID      PIC 9(04).
           05 BT-TEACHER-NAME    PIC X(15).
           05 BT-PAY-MONTH       PIC 9(06).

       FD  PAYSLIP-REPORT.
       01 PAYSLIP-LINE PIC X(72).

       FD  PAYROLL-REGISTER.
       01 PAYROLL-REGISTER-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-STRUCT-STATUS   PIC X(02) VALUE '00'.
       01 WS-LEAVE-STATUS    PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE-INT.
           05 WS-PAY-MONTH    PIC 9(06).
           05 WS-RUN-DAY      PIC 9(02).
       01 WS-MONTH-START     PIC 9(08).
       01 WS-MONTH-START-SPLIT REDEFINES WS-MONTH-START.
           05 WS-MS-YEAR      PIC 9(04).
           05 WS-MS-MONTH     PIC 9(02).
           05 WS-MS-DAY       PIC 9(02).
       01 WS-NEXT-MONTH      PIC 9(08).
       01 WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH.
           05 WS-NM-YEAR      PIC 9(04).
           05 WS-NM-MONTH     PIC 9(02).
           05 WS-NM-DAY       PIC 9(02).
       01 WS-PAY-DAYS        PIC 9(02) VALUE ZERO.
       01 WS-LEAVE-DATE      PIC 9(08).
       01 WS-LEAVE-DATE-SPLIT REDEFINES WS-LEAVE-DATE.
           05 WS-LEAVE-MONTH  PIC 9(06).
           05 WS-LEAVE-DAY    PIC 9(02).
       01 WS-TEACHER-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY TM-INDEX.
               10 WS-TM-ID       PIC 9(04).
               10 WS-TM-NAME     PIC X(15).
               10 WS-TM-DEPT     PIC X(12).
               10 WS-TM-LOP-DAYS PIC 9(02).
       01 WS-STRUCT-COUNT    PIC 9(02) VALUE ZERO.
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
       01 WS-GROSS-PAY       PIC 9(08)V9(02) VALUE ZERO.
       01 WS-LOP-AMOUNT      PIC 9(08)V9(02) VALUE ZERO.
       01 WS-DEDUCTIONS      PIC 9(08)V9(02) VALUE ZERO.
       01 WS-NET-PAY         PIC S9(08)V9(02) VALUE ZERO.
       01 WS-EXCEPTION-REASON PIC X(30).
       01 WS-TEACHERS-READ   PIC 9(05) VALUE ZERO.
       01 WS-PAID-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-GROSS     PIC 9(09)V9(02) VALUE ZERO.
       01 WS-TOTAL-LOP       PIC 9(09)V9(02) VALUE ZERO.
       01 WS-TOTAL-DEDUCT    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-TOTAL-NET       PIC 9(09)V9(02) VALUE ZERO.
       01 WS-BANK-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-BANK-TOTAL      PIC 9(09)V9(02) VALUE ZERO.
       01 WS-CHECK-NET       PIC S9(09)V9(02) VALUE ZERO.
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-GROSS       PIC Z(06)9.99.
       01 WS-RPT-LOP         PIC Z(06)9.99.
       01 WS-RPT-DEDUCT      PIC Z(06)9.99.
       01 WS-RPT-NET         PIC Z(06)9.99.
       01 WS-RPT-TOTAL       PIC Z(08)9.99.
       01 WS-SLIP-CAPTION    PIC X(24).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM SET-PAY-DAYS.
           PERFORM LOAD-TEACHER-MASTER.
           IF WS-TEACHER-COUNT = ZERO
               DISPLAY 'NO TEACHER MASTER ON FILE, NOTHING TO PAY'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-PAY-STRUCTURES.
           IF WS-STRUCT-COUNT = ZERO
               DISPLAY 'NO PAY STRUCTURES ON FILE, NOTHING TO PAY'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM COUNT-LOSS-OF-PAY-DAYS.
           OPEN OUTPUT BANK-TRANSFER-FILE.
           OPEN OUTPUT PAYSLIP-REPORT.
           OPEN OUTPUT PAYROLL-REGISTER.
           PERFORM WRITE-REGISTER-HEADING.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               ADD 1 TO WS-TEACHERS-READ
               PERFORM PAY-ONE-TEACHER
           END-PERFORM.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE BANK-TRANSFER-FILE.
           CLOSE PAYSLIP-REPORT.
           CLOSE PAYROLL-REGISTER.
           DISPLAY 'PAY MONTH : ' WS-PAY-MONTH '  PAID : '
               WS-PAID-COUNT '  EXCEPTIONS : ' WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
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
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.

       SET-PAY-DAYS.
      * Loss of pay is prorated over the calendar days of the month
      * unless the control card fixes a pay-day basis (commonly 30).
           OPEN INPUT PAYROLL-CONTROL.
           IF WS-CONTROL-STATUS = '00'
               READ PAYROLL-CONTROL
                   NOT AT END
                       MOVE PC-PAY-DAYS TO WS-PAY-DAYS
               END-READ
               CLOSE PAYROLL-CONTROL
           END-IF.
           IF WS-PAY-DAYS = ZERO
               MOVE WS-RUN-DATE-INT TO WS-MONTH-START
               MOVE 01 TO WS-MS-DAY
               MOVE WS-MONTH-START TO WS-NEXT-MONTH
               IF WS-NM-MONTH = 12
                   ADD 1 TO WS-NM-YEAR
                   MOVE 01 TO WS-NM-MONTH
               ELSE
                   ADD 1 TO WS-NM-MONTH
               END-IF
               COMPUTE WS-PAY-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH)
                   - FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
           END-IF.
           DISPLAY 'PAY MONTH : ' WS-PAY-MONTH '  PAY DAYS : '
               WS-PAY-DAYS.

       LOAD-TEACHER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TEACHER-COUNT < 50
                               ADD 1 TO WS-TEACHER-COUNT
                               SET TM-INDEX TO WS-TEACHER-COUNT
                               MOVE TM-TEACHER-ID TO
                                   WS-TM-ID (TM-INDEX)
                               MOVE TM-TEACHER-NAME TO
                                   WS-TM-NAME (TM-INDEX)
                               MOVE TM-DEPARTMENT TO
                                   WS-TM-DEPT (TM-INDEX)
                               MOVE ZERO TO WS-TM-LOP-DAYS (TM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.

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

       COUNT-LOSS-OF-PAY-DAYS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVE-REGISTER.
           IF WS-LEAVE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LEAVE-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE TL-LEAVE-DATE TO WS-LEAVE-DATE
                           IF WS-LEAVE-MONTH = WS-PAY-MONTH
                               AND TL-LOSS-OF-PAY
                               PERFORM ADD-LOSS-OF-PAY-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REGISTER
           ELSE
               DISPLAY 'NO TEACHER LEAVE REGISTER ON FILE - NO LOSS '
                   'OF PAY TAKEN THIS MONTH'
           END-IF.

       ADD-LOSS-OF-PAY-DAY.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               IF WS-TM-ID (TM-INDEX) = TL-TEACHER-ID
                   ADD 1 TO WS-TM-LOP-DAYS (TM-INDEX)
               END-IF
           END-PERFORM.

       FIND-STRUCTURE-SLOT.
           MOVE ZERO TO WS-STRUCT-SLOT.
           PERFORM VARYING PS-INDEX FROM 1 BY 1
               UNTIL PS-INDEX > WS-STRUCT-COUNT
               IF WS-PS-TEACHER-ID (PS-INDEX) = WS-WORK-TCHR
                   SET WS-STRUCT-SLOT TO PS-INDEX
               END-IF
           END-PERFORM.

       PAY-ONE-TEACHER.
           MOVE WS-TM-ID (TM-INDEX) TO WS-WORK-TCHR.
           PERFORM FIND-STRUCTURE-SLOT.
           IF WS-STRUCT-SLOT = ZERO
               MOVE 'NO PAY STRUCTURE ON FILE' TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               SET PS-INDEX TO WS-STRUCT-SLOT
               PERFORM COMPUTE-NET-PAY
               IF WS-NET-PAY < ZERO
                   MOVE 'DEDUCTIONS EXCEED PAY - HELD' TO
                       WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM WRITE-BANK-TRANSFER
                   PERFORM WRITE-PAYSLIP
                   PERFORM WRITE-REGISTER-LINE
                   ADD 1 TO WS-PAID-COUNT
                   ADD WS-GROSS-PAY   TO WS-TOTAL-GROSS
                   ADD WS-LOP-AMOUNT  TO WS-TOTAL-LOP
                   ADD WS-DEDUCTIONS  TO WS-TOTAL-DEDUCT
                   ADD WS-NET-PAY     TO WS-TOTAL-NET
               END-IF
           END-IF.

       COMPUTE-NET-PAY.
      * A month of loss of pay cannot take more than the month's pay.
           IF WS-TM-LOP-DAYS (TM-INDEX) > WS-PAY-DAYS
               MOVE WS-PAY-DAYS TO WS-TM-LOP-DAYS (TM-INDEX)
           END-IF.
           COMPUTE WS-GROSS-PAY = WS-PS-BASIC (PS-INDEX)
               + WS-PS-DA (PS-INDEX) + WS-PS-HRA (PS-INDEX)
               + WS-PS-OTHER-ALLOW (PS-INDEX).
           COMPUTE WS-LOP-AMOUNT ROUNDED = WS-GROSS-PAY
               * WS-TM-LOP-DAYS (TM-INDEX) / WS-PAY-DAYS.
           COMPUTE WS-DEDUCTIONS = WS-PS-PF (PS-INDEX)
               + WS-PS-PTAX (PS-INDEX) + WS-PS-ITAX (PS-INDEX)
               + WS-PS-OTHER-DEDUCT (PS-INDEX).
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-LOP-AMOUNT
               - WS-DEDUCTIONS.

       WRITE-BANK-TRANSFER.
           IF WS-NET-PAY > ZERO
               MOVE WS-PS-BANK-CODE (PS-INDEX)    TO BT-BANK-CODE
               MOVE WS-PS-BANK-ACCOUNT (PS-INDEX) TO BT-BANK-ACCOUNT
               MOVE WS-NET-PAY                    TO BT-AMOUNT
               MOVE WS-TM-ID (TM-INDEX)           TO BT-TEACHER-ID
               MOVE WS-TM-NAME (TM-INDEX)         TO BT-TEACHER-NAME
               MOVE WS-PAY-MONTH                  TO BT-PAY-MONTH
               WRITE BANK-TRANSFER-RECORD
               ADD 1 TO WS-BANK-COUNT
               ADD WS-NET-PAY TO WS-BANK-TOTAL
           END-IF.

       WRITE-PAYSLIP.
           MOVE ALL '=' TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING '             PAYSLIP FOR THE MONTH ' WS-PAY-MONTH
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING 'TEACHER : ' WS-TM-ID (TM-INDEX) ' '
               WS-TM-NAME (TM-INDEX) '  DEPT : ' WS-TM-DEPT (TM-INDEX)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE ALL '-' TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE 'BASIC PAY' TO WS-SLIP-CAPTION.
           MOVE WS-PS-BASIC (PS-INDEX) TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE 'DEARNESS ALLOWANCE' TO WS-SLIP-CAPTION.
           MOVE WS-PS-DA (PS-INDEX) TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE 'HOUSE RENT ALLOWANCE' TO WS-SLIP-CAPTION.
           MOVE WS-PS-HRA (PS-INDEX) TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE 'OTHER ALLOWANCES' TO WS-SLIP-CAPTION.
           MOVE WS-PS-OTHER-ALLOW (PS-INDEX) TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE 'GROSS EARNINGS' TO WS-SLIP-CAPTION.
           MOVE WS-GROSS-PAY TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           STRING 'LOSS OF PAY ' WS-TM-LOP-DAYS (TM-INDEX)
               ' OF ' WS-PAY-DAYS ' DAYS'
               DELIMITED BY SIZE INTO WS-SLIP-CAPTION.
           MOVE WS-LOP-AMOUNT TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE 'PROVIDENT FUND' TO WS-SLIP-CAPTION.
           MOVE WS-PS-PF (PS-INDEX) TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE 'PROFESSION TAX' TO WS-SLIP-CAPTION.
           MOVE WS-PS-PTAX (PS-INDEX) TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE 'INCOME TAX' TO WS-SLIP-CAPTION.
           MOVE WS-PS-ITAX (PS-INDEX) TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE 'OTHER DEDUCTIONS' TO WS-SLIP-CAPTION.
           MOVE WS-PS-OTHER-DEDUCT (PS-INDEX) TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE ALL '-' TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE 'NET PAY' TO WS-SLIP-CAPTION.
           MOVE WS-NET-PAY TO WS-RPT-AMOUNT.
           PERFORM WRITE-PAYSLIP-AMOUNT.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING 'CREDITED TO : ' WS-PS-BANK-CODE (PS-INDEX) ' '
               WS-PS-BANK-ACCOUNT (PS-INDEX)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.

       WRITE-PAYSLIP-AMOUNT.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING '  ' WS-SLIP-CAPTION '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO WS-SLIP-CAPTION.

       WRITE-REGISTER-HEADING.
           MOVE ALL '=' TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING '             PAYROLL REGISTER - MONTH '
               WS-PAY-MONTH
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE ALL '-' TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE 'ID   TEACHER              GROSS   LOSS-PAY  DEDUCTNS'
               TO PAYROLL-REGISTER-LINE.
           MOVE '     NET' TO PAYROLL-REGISTER-LINE (55:8).
           WRITE PAYROLL-REGISTER-LINE.
           MOVE ALL '-' TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           MOVE WS-GROSS-PAY  TO WS-RPT-GROSS.
           MOVE WS-LOP-AMOUNT TO WS-RPT-LOP.
           MOVE WS-DEDUCTIONS TO WS-RPT-DEDUCT.
           MOVE WS-NET-PAY    TO WS-RPT-NET.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING WS-TM-ID (TM-INDEX) ' ' WS-TM-NAME (TM-INDEX) ' '
               WS-RPT-GROSS ' ' WS-RPT-LOP ' ' WS-RPT-DEDUCT ' '
               WS-RPT-NET
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING WS-TM-ID (TM-INDEX) ' ' WS-TM-NAME (TM-INDEX)
               ' ** NOT PAID : ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE ALL '-' TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING 'TEACHERS ON MASTER : ' WS-TEACHERS-READ
               '   PAID : ' WS-PAID-COUNT
               '   NOT PAID : ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE WS-TOTAL-GROSS TO WS-RPT-TOTAL.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING 'TOTAL GROSS EARNINGS  : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE WS-TOTAL-LOP TO WS-RPT-TOTAL.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING 'TOTAL LOSS OF PAY     : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE WS-TOTAL-DEDUCT TO WS-RPT-TOTAL.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING 'TOTAL DEDUCTIONS      : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE WS-TOTAL-NET TO WS-RPT-TOTAL.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING 'TOTAL NET PAY         : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE WS-BANK-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING 'BANK FILE ROWS : ' WS-BANK-COUNT
               '   BANK FILE TOTAL : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
      * Gross less loss of pay less deductions must equal the net
      * paid, and the net paid must equal what goes to the bank.
           COMPUTE WS-CHECK-NET = WS-TOTAL-GROSS - WS-TOTAL-LOP
               - WS-TOTAL-DEDUCT.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           IF WS-CHECK-NET = WS-TOTAL-NET
               AND WS-TOTAL-NET = WS-BANK-TOTAL
               MOVE 'CONTROL CHECK : REGISTER AND BANK FILE BALANCE'
                   TO PAYROLL-REGISTER-LINE
           ELSE
               MOVE 'CONTROL CHECK : ** OUT OF BALANCE - HOLD BANK FILE'
                   TO PAYROLL-REGISTER-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE ALL '=' TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'PAYROLL '         TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE      TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT    TO RL-RUN-DATE.
           MOVE WS-START-TIME      TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-TEACHERS-READ   TO RL-RECORDS-READ.
           MOVE WS-PAID-COUNT      TO RL-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE        TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM PAYROLL.
