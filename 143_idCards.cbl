      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student identity card desk, replacing the cards the
      *          office typed from STDMAINT screens every year.
      *          Prints the cards for a class and section (or every
      *          section of the class) from STUDENT.IDX to
      *          IDCARDS.RPT: STU-NO, name, class/section, date of
      *          birth, house (through HOUSECHK, once one is given),
      *          blood group from the HEALTH.DAT record
      *          (through HLTHCHK), the first guardian's phone from
      *          GUARDIAN.DAT as the emergency contact, the bus route
      *          and stop from STUROUTE.DAT, and STU-NO framed
      *          *nnnnn* for the Code 39 barcode font the library and
      *          gate desks scan. A lost-card reissue prints one
      *          duplicate card marked with its copy number, posts the
      *          reissue fee (IDCARDCT.DAT control card, default
      *          100.00) to FEELEDGR.DAT - refused like FEEPOST once
      *          CASHEOD has closed the day - and records it in the
      *          IDREISS.DAT reissue register, printed to IDREISS.RPT.
      *          Transferred, struck-off and long-absent students are
      *          refused a card. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. IDCARDS.
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
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT STUDENT-ROUTE-FILE ASSIGN TO "STUROUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUROUTE-STATUS.
           SELECT ID-REISSUE-FILE ASSIGN TO "IDREISS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.
           SELECT ID-CARD-CONTROL ASSIGN TO "IDCARDCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCLOSE-STATUS.
           SELECT ID-CARD-PRINT ASSIGN TO "IDCARDS.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REISSUE-REPORT ASSIGN TO "IDREISS.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GD-STU-NO        PIC 9(05).
           05 GD-NAME          PIC X(15).
           05 GD-RELATION      PIC X(10).
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  STUDENT-ROUTE-FILE.
       01 STUDENT-ROUTE-RECORD.
           05 SR-STU-NO       PIC 9(05).
           05 SR-ROUTE-NO     PIC 9(03).
           05 SR-STOP-NAME    PIC X(20).

       FD  ID-REISSUE-FILE.
           COPY IDREISSR.

       FD  ID-CARD-CONTROL.
       01 ID-CARD-CONTROL-RECORD.
           05 IC-REISSUE-FEE  PIC 9(05)V9(02).

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  DAY-CLOSE-FILE.
       01 DAY-CLOSE-RECORD.
           05 DY-CLOSE-DATE   PIC 9(08).
           05 DY-CLOSED-BY    PIC X(08).
           05 DY-CLOSE-TIME   PIC 9(08).

       FD  ID-CARD-PRINT.
       01 ID-CARD-LINE        PIC X(72).

       FD  REISSUE-REPORT.
       01 REISSUE-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-STUROUTE-STATUS PIC X(02) VALUE '00'.
       01 WS-REISSUE-STATUS  PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DAYCLOSE-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 4.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'IDCARDS'.
       01 WS-TODAY           PIC 9(08).
       01 WS-REISSUE-FEE     PIC 9(05)V9(02) VALUE 100.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SECTION    PIC X(01).
       01 WS-WORK-REASON     PIC X(20).
       01 WS-COPY-NO         PIC 9(02) VALUE ZERO.
       01 WS-CARD-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-REFUSED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-REISSUE-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-FEE-TOTAL       PIC 9(07)V9(02) VALUE ZERO.
       01 WS-STU-OK          PIC X(01).
           88 STUDENT-CARD-ALLOWED VALUE 'Y'.
       01 WS-DAY-CLOSED      PIC X(01).
           88 DAY-IS-CLOSED    VALUE 'Y'.
       01 WS-GUARD-PHONE     PIC 9(12).
       01 WS-GUARD-FOUND     PIC X(01).
           88 GUARDIAN-ON-FILE VALUE 'Y'.
       01 WS-ROUTE-NO        PIC 9(03).
       01 WS-STOP-NAME       PIC X(20).
       01 WS-HL-BLOOD-GROUP  PIC X(03).
       01 WS-HL-CONDITIONS   PIC X(20).
       01 WS-HL-ALLERGIES    PIC X(20).
       01 WS-HL-MEDICATION   PIC X(20).
       01 WS-HEALTH-RESULT   PIC X(01).
           88 NO-HEALTH-ON-FILE VALUE 'U'.
       01 WS-HOUSE-CODE      PIC X(01).
       01 WS-HOUSE-NAME      PIC X(12).
       01 WS-HOUSE-RESULT    PIC X(01).
           88 HOUSE-ON-FILE    VALUE 'Y'.
      * One card is 40 print positions wide: a ruled border and the
      * 36-position text area between '| ' and ' |'.
       01 WS-CARD-RULE       PIC X(40).
       01 WS-CARD-TEXT       PIC X(36).
       01 WS-CARD-TITLE      PIC X(36).
       01 WS-RPT-FEE         PIC Z(04)9.99.
       01 WS-RPT-TOTAL       PIC Z(06)9.99.
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
           PERFORM LOAD-ID-CARD-CONTROL.
           MOVE ALL '-' TO WS-CARD-RULE.
           MOVE '+' TO WS-CARD-RULE (1:1).
           MOVE '+' TO WS-CARD-RULE (40:1).
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. PRINT ID CARDS FOR A CLASS / SECTION'
               DISPLAY '2. REISSUE A LOST CARD'
               DISPLAY '3. PRINT REISSUE REGISTER'
               DISPLAY '4. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM PRINT-CLASS-CARDS
                   WHEN 2
                       PERFORM REISSUE-LOST-CARD
                           THRU REISSUE-LOST-CARD-EXIT
                   WHEN 3
                       PERFORM PRINT-REISSUE-REGISTER
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

       LOAD-ID-CARD-CONTROL.
           OPEN INPUT ID-CARD-CONTROL.
           IF WS-CONTROL-STATUS = '00'
               READ ID-CARD-CONTROL
                   NOT AT END
                       MOVE IC-REISSUE-FEE TO WS-REISSUE-FEE
               END-READ
               CLOSE ID-CARD-CONTROL
           ELSE
               MOVE WS-REISSUE-FEE TO WS-RPT-FEE
               DISPLAY 'NO ID CARD CONTROL CARD, DEFAULT REISSUE FEE '
                   'USED : ' WS-RPT-FEE
           END-IF.

       PRINT-CLASS-CARDS.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'ENTER SECTION (* = ALL SECTIONS) : '.
           ACCEPT WS-WORK-SECTION.
           MOVE ZERO TO WS-CARD-COUNT.
           MOVE ZERO TO WS-REFUSED-COUNT.
           MOVE ZERO TO WS-COPY-NO.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
           ELSE
               OPEN OUTPUT ID-CARD-PRINT
               MOVE 'N' TO WS-EOF-FLAG
               MOVE ZERO TO STU-NO IN STUDENT-DETAILS
               START STUDENT-MASTER KEY IS NOT LESS THAN
                   STU-NO IN STUDENT-DETAILS
                   INVALID KEY
                       SET END-OF-CURRENT-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF STU-CLASS = WS-WORK-CLASS
                               AND (WS-WORK-SECTION = '*'
                               OR STU-SECTION = WS-WORK-SECTION)
                               AND STU-NO IN STUDENT-DETAILS > ZERO
                               PERFORM PRINT-ONE-CLASS-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ID-CARD-PRINT
               CLOSE STUDENT-MASTER
               DISPLAY 'ID CARDS PRINTED : ' WS-CARD-COUNT
                   '  REFUSED (NOT ACTIVE) : ' WS-REFUSED-COUNT
           END-IF.

       PRINT-ONE-CLASS-CARD.
           IF STU-ACTIVE OR STU-RESTORED
               MOVE STU-NO IN STUDENT-DETAILS TO WS-WORK-STU-NO
               PERFORM PRINT-ONE-CARD
               ADD 1 TO WS-CARD-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'CARD REFUSED - STU-NO '
                   STU-NO IN STUDENT-DETAILS ' STATUS ' STU-STATUS
           END-IF.

       REISSUE-LOST-CARD.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           MOVE 'N' TO WS-STU-OK.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
               GO TO REISSUE-LOST-CARD-EXIT
           END-IF.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'NO SUCH STU-NO ON MASTER : '
                       WS-WORK-STU-NO
               NOT INVALID KEY
                   IF STU-ACTIVE OR STU-RESTORED
                       MOVE 'Y' TO WS-STU-OK
                   ELSE
                       DISPLAY 'CARD REFUSED - STU-NO '
                           WS-WORK-STU-NO ' STATUS ' STU-STATUS
                   END-IF
           END-READ.
           IF NOT STUDENT-CARD-ALLOWED
               CLOSE STUDENT-MASTER
               GO TO REISSUE-LOST-CARD-EXIT
           END-IF.
           PERFORM CHECK-DAY-CLOSED.
           IF DAY-IS-CLOSED
               CLOSE STUDENT-MASTER
               DISPLAY 'DAY ' WS-TODAY ' IS CLOSED ON DAYCLOSE - THE '
                   'REISSUE FEE CANNOT BE POSTED, REISSUE TOMORROW'
               GO TO REISSUE-LOST-CARD-EXIT
           END-IF.
           DISPLAY 'ENTER REASON (LOST / DAMAGED ...) : '.
           ACCEPT WS-WORK-REASON.
           PERFORM COUNT-EARLIER-REISSUES.
           ADD 1 TO WS-COPY-NO.
           OPEN OUTPUT ID-CARD-PRINT.
           PERFORM PRINT-ONE-CARD.
           CLOSE ID-CARD-PRINT.
           CLOSE STUDENT-MASTER.
           PERFORM POST-REISSUE-FEE.
           PERFORM WRITE-REISSUE-RECORD.
           MOVE WS-REISSUE-FEE TO WS-RPT-FEE.
           DISPLAY 'DUPLICATE ' WS-COPY-NO ' PRINTED TO IDCARDS.RPT - '
               'FEE ' WS-RPT-FEE ' CHARGED'.
       REISSUE-LOST-CARD-EXIT.
           EXIT.

       COUNT-EARLIER-REISSUES.
           MOVE ZERO TO WS-COPY-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ID-REISSUE-FILE.
           IF WS-REISSUE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ID-REISSUE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF IR-STU-NO = WS-WORK-STU-NO
                               ADD 1 TO WS-COPY-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ID-REISSUE-FILE
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

       POST-REISSUE-FEE.
           OPEN EXTEND FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT FEE-LEDGER
           END-IF.
           MOVE WS-WORK-STU-NO TO FL-STU-NO.
           MOVE WS-TODAY TO FL-TXN-DATE.
           MOVE 'C' TO FL-TXN-TYPE.
           MOVE WS-REISSUE-FEE TO FL-AMOUNT.
           MOVE 'ID CARD REISSUE' TO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE WS-OPERATOR-ID TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEE-LEDGER.

       WRITE-REISSUE-RECORD.
           OPEN EXTEND ID-REISSUE-FILE.
           IF WS-REISSUE-STATUS NOT = '00'
               OPEN OUTPUT ID-REISSUE-FILE
           END-IF.
           MOVE WS-WORK-STU-NO TO IR-STU-NO.
           MOVE WS-TODAY TO IR-ISSUE-DATE.
           MOVE WS-COPY-NO TO IR-COPY-NO.
           MOVE WS-REISSUE-FEE TO IR-FEE-CHARGED.
           MOVE WS-WORK-REASON TO IR-REASON.
           MOVE WS-OPERATOR-ID TO IR-OPERATOR-ID.
           WRITE ID-REISSUE-RECORD.
           CLOSE ID-REISSUE-FILE.

       PRINT-ONE-CARD.
      * The master record for WS-WORK-STU-NO is in STUDENT-DETAILS;
      * WS-COPY-NO is zero for an original card.
           PERFORM LOOK-UP-GUARDIAN-PHONE.
           PERFORM LOOK-UP-STUDENT-ROUTE.
           CALL 'HLTHCHK' USING WS-WORK-STU-NO WS-HL-BLOOD-GROUP
               WS-HL-CONDITIONS WS-HL-ALLERGIES WS-HL-MEDICATION
               WS-HEALTH-RESULT.
           IF NO-HEALTH-ON-FILE OR WS-HL-BLOOD-GROUP = SPACES
               MOVE '---' TO WS-HL-BLOOD-GROUP
           END-IF.
           CALL 'HOUSECHK' USING WS-WORK-STU-NO WS-HOUSE-CODE
               WS-HOUSE-NAME WS-HOUSE-RESULT.
           MOVE WS-CARD-RULE TO ID-CARD-LINE.
           WRITE ID-CARD-LINE.
           MOVE SP-SCHOOL-NAME TO WS-CARD-TEXT.
           PERFORM WRITE-CARD-TEXT.
           MOVE SPACES TO WS-CARD-TITLE.
           IF WS-COPY-NO = ZERO
               MOVE 'STUDENT IDENTITY CARD' TO WS-CARD-TITLE
           ELSE
               STRING 'STUDENT IDENTITY CARD  DUPLICATE '
                   WS-COPY-NO
                   DELIMITED BY SIZE INTO WS-CARD-TITLE
           END-IF.
           MOVE WS-CARD-TITLE TO WS-CARD-TEXT.
           PERFORM WRITE-CARD-TEXT.
           MOVE SPACES TO WS-CARD-TEXT.
           STRING 'STU-NO : ' STU-NO IN STUDENT-DETAILS
               '   YEAR ' SP-ACADEMIC-YEAR
               DELIMITED BY SIZE INTO WS-CARD-TEXT.
           PERFORM WRITE-CARD-TEXT.
           MOVE SPACES TO WS-CARD-TEXT.
           STRING 'NAME   : ' STU-NAME IN STUDENT-DETAILS
               DELIMITED BY SIZE INTO WS-CARD-TEXT.
           PERFORM WRITE-CARD-TEXT.
           MOVE SPACES TO WS-CARD-TEXT.
           STRING 'CLASS  : ' STU-CLASS '-' STU-SECTION
               '   DOB : ' STU-DOB
               DELIMITED BY SIZE INTO WS-CARD-TEXT.
           PERFORM WRITE-CARD-TEXT.
           IF HOUSE-ON-FILE
               MOVE SPACES TO WS-CARD-TEXT
               STRING 'HOUSE  : ' WS-HOUSE-NAME
                   DELIMITED BY SIZE INTO WS-CARD-TEXT
               PERFORM WRITE-CARD-TEXT
           END-IF.
           MOVE SPACES TO WS-CARD-TEXT.
           IF WS-ROUTE-NO = ZERO
               STRING 'BLOOD  : ' WS-HL-BLOOD-GROUP
                   '   BUS : OWN TRANSPORT'
                   DELIMITED BY SIZE INTO WS-CARD-TEXT
           ELSE
               STRING 'BLOOD  : ' WS-HL-BLOOD-GROUP
                   '   BUS : ROUTE ' WS-ROUTE-NO
                   DELIMITED BY SIZE INTO WS-CARD-TEXT
           END-IF.
           PERFORM WRITE-CARD-TEXT.
           IF WS-ROUTE-NO NOT = ZERO
               MOVE SPACES TO WS-CARD-TEXT
               STRING 'STOP   : ' WS-STOP-NAME
                   DELIMITED BY SIZE INTO WS-CARD-TEXT
               PERFORM WRITE-CARD-TEXT
           END-IF.
           MOVE SPACES TO WS-CARD-TEXT.
           IF GUARDIAN-ON-FILE
               STRING 'EMERGENCY : ' WS-GUARD-PHONE
                   DELIMITED BY SIZE INTO WS-CARD-TEXT
           ELSE
               MOVE 'EMERGENCY : SCHOOL OFFICE' TO WS-CARD-TEXT
           END-IF.
           PERFORM WRITE-CARD-TEXT.
           MOVE SPACES TO WS-CARD-TEXT.
           STRING '          *' STU-NO IN STUDENT-DETAILS '*'
               DELIMITED BY SIZE INTO WS-CARD-TEXT.
           PERFORM WRITE-CARD-TEXT.
           MOVE WS-CARD-RULE TO ID-CARD-LINE.
           WRITE ID-CARD-LINE.
           MOVE SPACES TO ID-CARD-LINE.
           WRITE ID-CARD-LINE.

       WRITE-CARD-TEXT.
           MOVE SPACES TO ID-CARD-LINE.
           STRING '| ' WS-CARD-TEXT ' |'
               DELIMITED BY SIZE INTO ID-CARD-LINE.
           WRITE ID-CARD-LINE.

       LOOK-UP-GUARDIAN-PHONE.
      * First guardian on file for the student is the emergency
      * contact, as on the bus route manifest.
           MOVE 'N' TO WS-GUARD-FOUND.
           MOVE ZERO TO WS-GUARD-PHONE.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL WS-GUARDIAN-STATUS NOT = '00'
                   READ GUARDIAN-FILE
                       AT END
                           MOVE '10' TO WS-GUARDIAN-STATUS
                       NOT AT END
                           IF GD-STU-NO = WS-WORK-STU-NO
                               AND NOT GUARDIAN-ON-FILE
                               MOVE 'Y' TO WS-GUARD-FOUND
                               MOVE GD-PRIMARY-PHONE
                                   TO WS-GUARD-PHONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
               MOVE '00' TO WS-GUARDIAN-STATUS
           END-IF.

       LOOK-UP-STUDENT-ROUTE.
           MOVE ZERO TO WS-ROUTE-NO.
           MOVE SPACES TO WS-STOP-NAME.
           OPEN INPUT STUDENT-ROUTE-FILE.
           IF WS-STUROUTE-STATUS = '00'
               PERFORM UNTIL WS-STUROUTE-STATUS NOT = '00'
                   READ STUDENT-ROUTE-FILE
                       AT END
                           MOVE '10' TO WS-STUROUTE-STATUS
                       NOT AT END
                           IF SR-STU-NO = WS-WORK-STU-NO
                               MOVE SR-ROUTE-NO TO WS-ROUTE-NO
                               MOVE SR-STOP-NAME TO WS-STOP-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ROUTE-FILE
               MOVE '00' TO WS-STUROUTE-STATUS
           END-IF.

       PRINT-REISSUE-REGISTER.
           MOVE ZERO TO WS-REISSUE-COUNT.
           MOVE ZERO TO WS-FEE-TOTAL.
           OPEN OUTPUT REISSUE-REPORT.
           MOVE ALL '=' TO REISSUE-REPORT-LINE.
           WRITE REISSUE-REPORT-LINE.
           MOVE SPACES TO REISSUE-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO REISSUE-REPORT-LINE.
           WRITE REISSUE-REPORT-LINE.
           MOVE '          IDENTITY CARD REISSUE REGISTER' TO
               REISSUE-REPORT-LINE.
           WRITE REISSUE-REPORT-LINE.
           MOVE SPACES TO REISSUE-REPORT-LINE.
           STRING 'PRINTED : ' WS-TODAY
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE.
           WRITE REISSUE-REPORT-LINE.
           MOVE ALL '-' TO REISSUE-REPORT-LINE.
           WRITE REISSUE-REPORT-LINE.
           MOVE 'STU-NO DATE      CP      FEE REASON'
               TO REISSUE-REPORT-LINE.
           MOVE 'OPERATOR' TO REISSUE-REPORT-LINE (51:8).
           WRITE REISSUE-REPORT-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ID-REISSUE-FILE.
           IF WS-REISSUE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ID-REISSUE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REISSUE-COUNT
                           ADD IR-FEE-CHARGED TO WS-FEE-TOTAL
                           MOVE IR-FEE-CHARGED TO WS-RPT-FEE
                           MOVE SPACES TO REISSUE-REPORT-LINE
                           STRING IR-STU-NO '  ' IR-ISSUE-DATE
                               '  ' IR-COPY-NO ' ' WS-RPT-FEE ' '
                               IR-REASON ' ' IR-OPERATOR-ID
                               DELIMITED BY SIZE
                               INTO REISSUE-REPORT-LINE
                           WRITE REISSUE-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE ID-REISSUE-FILE
           END-IF.
           MOVE ALL '-' TO REISSUE-REPORT-LINE.
           WRITE REISSUE-REPORT-LINE.
           MOVE WS-FEE-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO REISSUE-REPORT-LINE.
           STRING 'CARDS REISSUED ' WS-REISSUE-COUNT
               '   FEES CHARGED ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE.
           WRITE REISSUE-REPORT-LINE.
           MOVE ALL '=' TO REISSUE-REPORT-LINE.
           WRITE REISSUE-REPORT-LINE.
           CLOSE REISSUE-REPORT.
           DISPLAY 'REISSUE REGISTER PRINTED, CARDS : '
               WS-REISSUE-COUNT.
      ** add other procedures here
       END PROGRAM IDCARDS.
