      ******************************************************************
      * Author:
      * Date:
      * Purpose: Co-curricular activities desk. Keeps the ACTVMST.DAT
      *          activity master (code, name, category - club, sport,
      *          arts or academic competition) and appends one
      *          ACTIVITY.DAT record per student, term and activity or
      *          event: the level it was held at (school, district,
      *          state, national) and the position won, or 'P' for
      *          taking part. TRANSCRP and PROGRPT print these entries
      *          in their co-curricular section and ACTVPART counts
      *          them for the term-end participation report. Entries
      *          are stamped with the OPSIGNON operator; only a
      *          supervisor may add or rename activity codes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACTVDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ACTIVITY-MASTER ASSIGN TO "ACTVMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTVMST-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTIVITY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
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
       FD  ACTIVITY-MASTER.
           COPY ACTVMSTR.

       FD  ACTIVITY-FILE.
           COPY ACTVRECR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ACTVMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-ACTIVITY-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 5.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'ACTVDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-ACTV-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-ACTV-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 ACTV-TABLE-FULL  VALUE 'Y'.
       01 WS-ACTIVITY-TABLE.
           05 WS-AM-ENTRY OCCURS 50 TIMES INDEXED BY AM-INDEX.
               10 WS-AM-CODE     PIC X(04).
               10 WS-AM-NAME     PIC X(20).
               10 WS-AM-CATEGORY PIC X(01).
       01 WS-ACTV-SLOT       PIC 9(02) VALUE ZERO.
       01 WS-WORK-CODE       PIC X(04).
       01 WS-WORK-NAME       PIC X(20).
       01 WS-WORK-CATEGORY   PIC X(01).
           88 CATEGORY-VALID   VALUE 'C' 'S' 'A' 'Q'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-STUDENT-FOUND   PIC X(01).
           88 STUDENT-ON-MASTER VALUE 'Y'.
       01 WS-ENTRY-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-LEVEL-TEXT      PIC X(08).
       01 WS-POSITION-TEXT   PIC X(11).
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
           PERFORM LOAD-ACTIVITY-MASTER.
           IF ACTV-TABLE-FULL
               DISPLAY 'ACTVMST.DAT EXCEEDS THE ' WS-ACTV-COUNT
                   '-CODE TABLE - ACTIVITY CODE CHANGES REFUSED'
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF NOT SUPERVISOR-LEVEL
                           DISPLAY 'SUPERVISOR SIGN-ON REQUIRED'
                       ELSE
                           IF ACTV-TABLE-FULL
                               DISPLAY 'ACTIVITY TABLE FULL - NOT SET'
                           ELSE
                               PERFORM SET-ACTIVITY-CODE
                           END-IF
                       END-IF
                   WHEN 2
                       PERFORM LIST-ACTIVITY-CODES
                   WHEN 3
                       PERFORM RECORD-ACTIVITY-ENTRY
                   WHEN 4
                       PERFORM SHOW-STUDENT-ACTIVITIES
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
           DISPLAY '1. ADD / RENAME ACTIVITY CODE'.
           DISPLAY '2. LIST ACTIVITY CODES'.
           DISPLAY '3. RECORD PARTICIPATION / ACHIEVEMENT'.
           DISPLAY '4. SHOW STUDENT ACTIVITIES'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       LOAD-ACTIVITY-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACTIVITY-MASTER.
           IF WS-ACTVMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ACTIVITY-MASTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ACTV-COUNT < 50
                               ADD 1 TO WS-ACTV-COUNT
                               SET AM-INDEX TO WS-ACTV-COUNT
                               MOVE AM-ACTIVITY-CODE TO
                                   WS-AM-CODE (AM-INDEX)
                               MOVE AM-ACTIVITY-NAME TO
                                   WS-AM-NAME (AM-INDEX)
                               MOVE AM-CATEGORY TO
                                   WS-AM-CATEGORY (AM-INDEX)
                           ELSE
                               SET ACTV-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-MASTER
           END-IF.

       REWRITE-ACTIVITY-MASTER.
           OPEN OUTPUT ACTIVITY-MASTER.
           PERFORM VARYING AM-INDEX FROM 1 BY 1
               UNTIL AM-INDEX > WS-ACTV-COUNT
               MOVE WS-AM-CODE (AM-INDEX)     TO AM-ACTIVITY-CODE
               MOVE WS-AM-NAME (AM-INDEX)     TO AM-ACTIVITY-NAME
               MOVE WS-AM-CATEGORY (AM-INDEX) TO AM-CATEGORY
               WRITE ACTIVITY-MASTER-RECORD
           END-PERFORM.
           CLOSE ACTIVITY-MASTER.

       FIND-ACTIVITY-SLOT.
           MOVE ZERO TO WS-ACTV-SLOT.
           PERFORM VARYING AM-INDEX FROM 1 BY 1
               UNTIL AM-INDEX > WS-ACTV-COUNT
               IF WS-AM-CODE (AM-INDEX) = WS-WORK-CODE
                   SET WS-ACTV-SLOT TO AM-INDEX
               END-IF
           END-PERFORM.

       SET-ACTIVITY-CODE.
           DISPLAY 'ACTIVITY CODE (4 CHARACTERS) : '.
           ACCEPT WS-WORK-CODE.
           DISPLAY 'ACTIVITY NAME : '.
           ACCEPT WS-WORK-NAME.
           DISPLAY 'CATEGORY (C CLUB S SPORT A ARTS Q ACADEMIC) : '.
           ACCEPT WS-WORK-CATEGORY.
           IF WS-WORK-CODE = SPACES OR WS-WORK-NAME = SPACES
               DISPLAY 'CODE AND NAME ARE REQUIRED - NOT SET'
           ELSE
               IF NOT CATEGORY-VALID
                   DISPLAY 'CATEGORY NOT RECOGNISED - NOT SET'
               ELSE
                   PERFORM STORE-ACTIVITY-CODE
               END-IF
           END-IF.

       STORE-ACTIVITY-CODE.
           PERFORM FIND-ACTIVITY-SLOT.
           IF WS-ACTV-SLOT = ZERO
               IF WS-ACTV-COUNT >= 50
                   DISPLAY 'ACTIVITY TABLE FULL - NOT SET'
               ELSE
                   ADD 1 TO WS-ACTV-COUNT
                   MOVE WS-ACTV-COUNT TO WS-ACTV-SLOT
               END-IF
           END-IF.
           IF WS-ACTV-SLOT > ZERO
               SET AM-INDEX TO WS-ACTV-SLOT
               MOVE WS-WORK-CODE     TO WS-AM-CODE (AM-INDEX)
               MOVE WS-WORK-NAME     TO WS-AM-NAME (AM-INDEX)
               MOVE WS-WORK-CATEGORY TO WS-AM-CATEGORY (AM-INDEX)
               PERFORM REWRITE-ACTIVITY-MASTER
               DISPLAY 'ACTIVITY CODE SET : ' WS-WORK-CODE ' '
                   WS-WORK-NAME
           END-IF.

       LIST-ACTIVITY-CODES.
           IF WS-ACTV-COUNT = ZERO
               DISPLAY 'NO ACTIVITY CODES ON FILE'
           END-IF.
           PERFORM VARYING AM-INDEX FROM 1 BY 1
               UNTIL AM-INDEX > WS-ACTV-COUNT
               DISPLAY WS-AM-CODE (AM-INDEX) ' '
                   WS-AM-NAME (AM-INDEX) ' '
                   WS-AM-CATEGORY (AM-INDEX)
           END-PERFORM.

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

       RECORD-ACTIVITY-ENTRY.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM CHECK-STUDENT-ON-MASTER.
           IF STUDENT-ON-MASTER
               MOVE SPACES TO ACTIVITY-RECORD
               MOVE WS-WORK-STU-NO TO AA-STU-NO
               DISPLAY 'TERM CODE : '
               ACCEPT AA-TERM-CODE
               DISPLAY 'ACTIVITY CODE : '
               ACCEPT WS-WORK-CODE
               DISPLAY 'LEVEL (S SCHOOL D DISTRICT T STATE '
                   'N NATIONAL) : '
               ACCEPT AA-LEVEL
               DISPLAY 'POSITION (1 2 3, P = PARTICIPATED) : '
               ACCEPT AA-POSITION
               DISPLAY 'EVENT DESCRIPTION : '
               ACCEPT AA-EVENT-DESC
               DISPLAY 'EVENT DATE (YYYYMMDD, 0 = TODAY) : '
               ACCEPT AA-EVENT-DATE
               PERFORM VALIDATE-ACTIVITY-ENTRY
           END-IF.

       VALIDATE-ACTIVITY-ENTRY.
           PERFORM FIND-ACTIVITY-SLOT.
           EVALUATE TRUE
               WHEN AA-TERM-CODE = ZERO
                   DISPLAY 'TERM CODE REQUIRED - NOT RECORDED'
               WHEN WS-ACTV-SLOT = ZERO
                   DISPLAY 'ACTIVITY CODE NOT ON ACTVMST.DAT - NOT '
                       'RECORDED'
               WHEN NOT AA-LEVEL-VALID
                   DISPLAY 'LEVEL NOT RECOGNISED - NOT RECORDED'
               WHEN NOT AA-POSITION-VALID
                   DISPLAY 'POSITION NOT RECOGNISED - NOT RECORDED'
               WHEN OTHER
                   PERFORM WRITE-ACTIVITY-ENTRY
           END-EVALUATE.

       WRITE-ACTIVITY-ENTRY.
           MOVE WS-WORK-CODE TO AA-ACTIVITY-CODE.
           IF AA-EVENT-DATE = ZERO
               MOVE WS-TODAY TO AA-EVENT-DATE
           END-IF.
           MOVE WS-OPERATOR-ID TO AA-OPERATOR-ID.
           OPEN EXTEND ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.
           WRITE ACTIVITY-RECORD.
           CLOSE ACTIVITY-FILE.
           DISPLAY 'ACTIVITY RECORDED FOR ' AA-STU-NO ' TERM '
               AA-TERM-CODE.

       SHOW-STUDENT-ACTIVITIES.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM CHECK-STUDENT-ON-MASTER.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ACTIVITY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AA-STU-NO = WS-WORK-STU-NO
                               PERFORM SHOW-ONE-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF.
           DISPLAY 'ACTIVITY ENTRIES ON FILE : ' WS-ENTRY-COUNT.

       SHOW-ONE-ACTIVITY.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE AA-ACTIVITY-CODE TO WS-WORK-CODE.
           MOVE AA-ACTIVITY-CODE TO WS-WORK-NAME.
           PERFORM FIND-ACTIVITY-SLOT.
           IF WS-ACTV-SLOT > ZERO
               SET AM-INDEX TO WS-ACTV-SLOT
               MOVE WS-AM-NAME (AM-INDEX) TO WS-WORK-NAME
           END-IF.
           PERFORM SET-LEVEL-POSITION-TEXT.
           DISPLAY 'TERM ' AA-TERM-CODE ' ' WS-WORK-NAME ' '
               WS-LEVEL-TEXT ' ' WS-POSITION-TEXT.
           DISPLAY '          ' AA-EVENT-DESC ' ' AA-EVENT-DATE.

       SET-LEVEL-POSITION-TEXT.
           EVALUATE TRUE
               WHEN AA-SCHOOL-LEVEL   MOVE 'SCHOOL'   TO WS-LEVEL-TEXT
               WHEN AA-DISTRICT-LEVEL MOVE 'DISTRICT' TO WS-LEVEL-TEXT
               WHEN AA-STATE-LEVEL    MOVE 'STATE'    TO WS-LEVEL-TEXT
               WHEN AA-NATIONAL-LEVEL MOVE 'NATIONAL' TO WS-LEVEL-TEXT
               WHEN OTHER             MOVE SPACES     TO WS-LEVEL-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AA-FIRST-PLACE
                   MOVE 'FIRST'       TO WS-POSITION-TEXT
               WHEN AA-SECOND-PLACE
                   MOVE 'SECOND'      TO WS-POSITION-TEXT
               WHEN AA-THIRD-PLACE
                   MOVE 'THIRD'       TO WS-POSITION-TEXT
               WHEN OTHER
                   MOVE 'PARTICIPANT' TO WS-POSITION-TEXT
           END-EVALUATE.
      ** add other procedures here
       END PROGRAM ACTVDESK.
