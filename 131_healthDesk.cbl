      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student health desk. Keeps one HEALTH.DAT record per
      *          STU-NO with the blood group, chronic conditions,
      *          allergies and emergency medication - the alert the
      *          hostel roll, the bus route manifests and the exam
      *          hall rosters now print through HLTHCHK - and appends
      *          the annual check-up results (height, weight, vision,
      *          findings) and infirmary visits (complaint, treatment,
      *          sent home) to HLTHEVNT.DAT. The student health card
      *          shows the record with every check-up and visit on
      *          file. Medical details are confidential, so the desk
      *          signs on through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HEALTHDK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HEALTH-FILE ASSIGN TO "HEALTH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HEALTH-STATUS.
           SELECT HEALTH-EVENT-FILE ASSIGN TO "HLTHEVNT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  HEALTH-FILE.
           COPY HLTHRECR.

       FD  HEALTH-EVENT-FILE.
           COPY HLTHEVTR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-HEALTH-STATUS   PIC X(02) VALUE '00'.
       01 WS-EVENT-STATUS    PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 5.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'HEALTHDK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-HEALTH-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-HEALTH-FULL-FLAG PIC X(01) VALUE 'N'.
           88 HEALTH-TABLE-FULL VALUE 'Y'.
       01 WS-HEALTH-TABLE.
           05 WS-HL-ENTRY OCCURS 3000 TIMES INDEXED BY HL-INDEX.
               10 WS-HL-STU-NO      PIC 9(05).
               10 WS-HL-BLOOD-GROUP PIC X(03).
               10 WS-HL-CONDITIONS  PIC X(20).
               10 WS-HL-ALLERGIES   PIC X(20).
               10 WS-HL-MEDICATION  PIC X(20).
               10 WS-HL-UPDATED     PIC 9(08).
               10 WS-HL-OPERATOR    PIC X(08).
       01 WS-HEALTH-SLOT     PIC 9(04) VALUE ZERO.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-STUDENT-FOUND   PIC X(01).
           88 STUDENT-ON-MASTER VALUE 'Y'.
       01 WS-WORK-BLOOD-GROUP PIC X(03).
           88 BLOOD-GROUP-VALID VALUE 'A+ ' 'A- ' 'B+ ' 'B- '
                                      'AB+' 'AB-' 'O+ ' 'O- ' '   '.
       01 WS-WORK-CONDITIONS PIC X(20).
       01 WS-WORK-ALLERGIES  PIC X(20).
       01 WS-WORK-MEDICATION PIC X(20).
       01 WS-EVENT-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-RPT-WEIGHT      PIC ZZ9.9.
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
           PERFORM LOAD-HEALTH-RECORDS.
           IF HEALTH-TABLE-FULL
               DISPLAY 'HEALTH.DAT EXCEEDS THE ' WS-HEALTH-COUNT
                   '-STUDENT TABLE - HEALTH RECORD CHANGES REFUSED'
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF HEALTH-TABLE-FULL
                           DISPLAY 'HEALTH TABLE FULL - NOT SET'
                       ELSE
                           PERFORM SET-HEALTH-RECORD
                       END-IF
                   WHEN 2
                       PERFORM RECORD-CHECK-UP
                   WHEN 3
                       PERFORM RECORD-INFIRMARY-VISIT
                   WHEN 4
                       PERFORM SHOW-HEALTH-CARD
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY '1. SET STUDENT HEALTH RECORD / MEDICAL ALERT'.
           DISPLAY '2. RECORD ANNUAL CHECK-UP'.
           DISPLAY '3. RECORD INFIRMARY VISIT'.
           DISPLAY '4. SHOW STUDENT HEALTH CARD'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       LOAD-HEALTH-RECORDS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HEALTH-FILE.
           IF WS-HEALTH-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HEALTH-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-HEALTH-COUNT < 3000
                               ADD 1 TO WS-HEALTH-COUNT
                               SET HL-INDEX TO WS-HEALTH-COUNT
                               PERFORM MOVE-HEALTH-TO-TABLE
                           ELSE
                               SET HEALTH-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEALTH-FILE
           END-IF.

       MOVE-HEALTH-TO-TABLE.
           MOVE HL-STU-NO      TO WS-HL-STU-NO (HL-INDEX).
           MOVE HL-BLOOD-GROUP TO WS-HL-BLOOD-GROUP (HL-INDEX).
           MOVE HL-CONDITIONS  TO WS-HL-CONDITIONS (HL-INDEX).
           MOVE HL-ALLERGIES   TO WS-HL-ALLERGIES (HL-INDEX).
           MOVE HL-MEDICATION  TO WS-HL-MEDICATION (HL-INDEX).
           MOVE HL-UPDATED     TO WS-HL-UPDATED (HL-INDEX).
           MOVE HL-OPERATOR-ID TO WS-HL-OPERATOR (HL-INDEX).

       REWRITE-HEALTH-RECORDS.
           OPEN OUTPUT HEALTH-FILE.
           PERFORM VARYING HL-INDEX FROM 1 BY 1
               UNTIL HL-INDEX > WS-HEALTH-COUNT
               MOVE WS-HL-STU-NO (HL-INDEX)      TO HL-STU-NO
               MOVE WS-HL-BLOOD-GROUP (HL-INDEX) TO HL-BLOOD-GROUP
               MOVE WS-HL-CONDITIONS (HL-INDEX)  TO HL-CONDITIONS
               MOVE WS-HL-ALLERGIES (HL-INDEX)   TO HL-ALLERGIES
               MOVE WS-HL-MEDICATION (HL-INDEX)  TO HL-MEDICATION
               MOVE WS-HL-UPDATED (HL-INDEX)     TO HL-UPDATED
               MOVE WS-HL-OPERATOR (HL-INDEX)    TO HL-OPERATOR-ID
               WRITE HEALTH-RECORD
           END-PERFORM.
           CLOSE HEALTH-FILE.

       CHECK-STUDENT-ON-MASTER.
           MOVE 'N' TO WS-STUDENT-FOUND.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'STUDENT NOT ON MASTER : ' WS-WORK-STU-NO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STUDENT-FOUND
                   DISPLAY 'STUDENT : ' STU-NAME ' CLASS '
                       STU-CLASS '-' STU-SECTION
           END-READ.

       FIND-HEALTH-SLOT.
           MOVE ZERO TO WS-HEALTH-SLOT.
           PERFORM VARYING HL-INDEX FROM 1 BY 1
               UNTIL HL-INDEX > WS-HEALTH-COUNT
               IF WS-HL-STU-NO (HL-INDEX) = WS-WORK-STU-NO
                   SET WS-HEALTH-SLOT TO HL-INDEX
               END-IF
           END-PERFORM.

       SET-HEALTH-RECORD.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM CHECK-STUDENT-ON-MASTER.
           IF STUDENT-ON-MASTER
               DISPLAY 'BLOOD GROUP (A+ A- B+ B- AB+ AB- O+ O-) : '
               ACCEPT WS-WORK-BLOOD-GROUP
               DISPLAY 'CHRONIC CONDITIONS (BLANK = NONE) : '
               ACCEPT WS-WORK-CONDITIONS
               DISPLAY 'ALLERGIES (BLANK = NONE) : '
               ACCEPT WS-WORK-ALLERGIES
               DISPLAY 'EMERGENCY MEDICATION (BLANK = NONE) : '
               ACCEPT WS-WORK-MEDICATION
               IF NOT BLOOD-GROUP-VALID
                   DISPLAY 'BLOOD GROUP NOT RECOGNISED - RECORD NOT '
                       'SET'
               ELSE
                   PERFORM STORE-HEALTH-RECORD
               END-IF
           END-IF.

       STORE-HEALTH-RECORD.
           PERFORM FIND-HEALTH-SLOT.
           IF WS-HEALTH-SLOT = ZERO
               IF WS-HEALTH-COUNT >= 3000
                   DISPLAY 'HEALTH TABLE FULL - NOT SET'
               ELSE
                   ADD 1 TO WS-HEALTH-COUNT
                   MOVE WS-HEALTH-COUNT TO WS-HEALTH-SLOT
               END-IF
           END-IF.
           IF WS-HEALTH-SLOT > ZERO
               SET HL-INDEX TO WS-HEALTH-SLOT
               MOVE WS-WORK-STU-NO      TO WS-HL-STU-NO (HL-INDEX)
               MOVE WS-WORK-BLOOD-GROUP TO
                   WS-HL-BLOOD-GROUP (HL-INDEX)
               MOVE WS-WORK-CONDITIONS  TO
                   WS-HL-CONDITIONS (HL-INDEX)
               MOVE WS-WORK-ALLERGIES   TO WS-HL-ALLERGIES (HL-INDEX)
               MOVE WS-WORK-MEDICATION  TO
                   WS-HL-MEDICATION (HL-INDEX)
               MOVE WS-TODAY            TO WS-HL-UPDATED (HL-INDEX)
               MOVE WS-OPERATOR-ID      TO WS-HL-OPERATOR (HL-INDEX)
               PERFORM REWRITE-HEALTH-RECORDS
               IF WS-WORK-CONDITIONS NOT = SPACES
                   OR WS-WORK-ALLERGIES NOT = SPACES
                   OR WS-WORK-MEDICATION NOT = SPACES
                   DISPLAY 'HEALTH RECORD SET - MEDICAL ALERT WILL '
                       'PRINT ON ROLLS, MANIFESTS AND ROSTERS'
               ELSE
                   DISPLAY 'HEALTH RECORD SET - NO MEDICAL ALERT'
               END-IF
           END-IF.

       OPEN-EVENT-FILE.
           OPEN EXTEND HEALTH-EVENT-FILE.
           IF WS-EVENT-STATUS NOT = '00'
               OPEN OUTPUT HEALTH-EVENT-FILE
           END-IF.

       RECORD-CHECK-UP.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM CHECK-STUDENT-ON-MASTER.
           IF STUDENT-ON-MASTER
               MOVE SPACES TO HEALTH-EVENT-RECORD
               MOVE WS-WORK-STU-NO TO HE-STU-NO
               MOVE 'C' TO HE-EVENT-TYPE
               DISPLAY 'CHECK-UP DATE (YYYYMMDD, 0 = TODAY) : '
               ACCEPT HE-EVENT-DATE
               IF HE-EVENT-DATE = ZERO
                   MOVE WS-TODAY TO HE-EVENT-DATE
               END-IF
               DISPLAY 'HEIGHT (CM) : '
               ACCEPT HE-HEIGHT-CM
               DISPLAY 'WEIGHT (KG, 4 DIGITS INC 1 DEC) : '
               ACCEPT HE-WEIGHT-KG
               DISPLAY 'VISION (E.G. 6/6 6/9) : '
               ACCEPT HE-VISION
               DISPLAY 'DOCTOR FINDINGS : '
               ACCEPT HE-FINDING
               DISPLAY 'ADVICE / REFERRAL : '
               ACCEPT HE-ACTION
               MOVE 'N' TO HE-SENT-HOME
               MOVE WS-OPERATOR-ID TO HE-OPERATOR-ID
               PERFORM OPEN-EVENT-FILE
               WRITE HEALTH-EVENT-RECORD
               CLOSE HEALTH-EVENT-FILE
               DISPLAY 'CHECK-UP RECORDED FOR ' WS-WORK-STU-NO
           END-IF.

       RECORD-INFIRMARY-VISIT.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM CHECK-STUDENT-ON-MASTER.
           IF STUDENT-ON-MASTER
               MOVE SPACES TO HEALTH-EVENT-RECORD
               MOVE WS-WORK-STU-NO TO HE-STU-NO
               MOVE 'V' TO HE-EVENT-TYPE
               MOVE WS-TODAY TO HE-EVENT-DATE
               MOVE ZERO TO HE-HEIGHT-CM
               MOVE ZERO TO HE-WEIGHT-KG
               DISPLAY 'COMPLAINT : '
               ACCEPT HE-FINDING
               DISPLAY 'TREATMENT GIVEN : '
               ACCEPT HE-ACTION
               DISPLAY 'SENT HOME (Y/N) : '
               ACCEPT HE-SENT-HOME
               IF NOT HE-WAS-SENT-HOME
                   MOVE 'N' TO HE-SENT-HOME
               END-IF
               MOVE WS-OPERATOR-ID TO HE-OPERATOR-ID
               PERFORM OPEN-EVENT-FILE
               WRITE HEALTH-EVENT-RECORD
               CLOSE HEALTH-EVENT-FILE
               DISPLAY 'INFIRMARY VISIT RECORDED FOR ' WS-WORK-STU-NO
           END-IF.

       SHOW-HEALTH-CARD.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM CHECK-STUDENT-ON-MASTER.
           PERFORM FIND-HEALTH-SLOT.
           IF WS-HEALTH-SLOT = ZERO
               DISPLAY 'NO HEALTH RECORD ON FILE'
           ELSE
               SET HL-INDEX TO WS-HEALTH-SLOT
               DISPLAY 'BLOOD GROUP : ' WS-HL-BLOOD-GROUP (HL-INDEX)
               DISPLAY 'CONDITIONS  : ' WS-HL-CONDITIONS (HL-INDEX)
               DISPLAY 'ALLERGIES   : ' WS-HL-ALLERGIES (HL-INDEX)
               DISPLAY 'MEDICATION  : ' WS-HL-MEDICATION (HL-INDEX)
               DISPLAY 'UPDATED     : ' WS-HL-UPDATED (HL-INDEX)
                   ' BY ' WS-HL-OPERATOR (HL-INDEX)
           END-IF.
           MOVE ZERO TO WS-EVENT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HEALTH-EVENT-FILE.
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HEALTH-EVENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HE-STU-NO = WS-WORK-STU-NO
                               PERFORM SHOW-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEALTH-EVENT-FILE
           END-IF.
           DISPLAY 'CHECK-UPS AND VISITS ON FILE : ' WS-EVENT-COUNT.

       SHOW-ONE-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           IF HE-CHECK-UP
               MOVE HE-WEIGHT-KG TO WS-RPT-WEIGHT
               DISPLAY HE-EVENT-DATE ' CHECK-UP  HT ' HE-HEIGHT-CM
                   ' WT ' WS-RPT-WEIGHT ' VISION ' HE-VISION
               DISPLAY '          ' HE-FINDING ' ' HE-ACTION
           ELSE
               DISPLAY HE-EVENT-DATE ' INFIRMARY ' HE-FINDING
               DISPLAY '          ' HE-ACTION ' SENT HOME : '
                   HE-SENT-HOME
           END-IF.
      ** add other procedures here
       END PROGRAM HEALTHDK.
