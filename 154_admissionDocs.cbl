      ******************************************************************
      * Author:
      * Date:
      * Purpose: Admission document desk. A supervisor keeps the
      *          DOCLIST.DAT checklist - for each class of entry, the
      *          documents a new student must hand in (birth
      *          certificate, previous school TC, photographs, address
      *          proof and so on) and whether each is mandatory.
      *          ADMINTAK copies the checklist onto STUDOCS.DAT as
      *          pending documents when it assigns the STU-NO; here
      *          the office marks a document received as it comes in,
      *          and a supervisor can waive one. Lists a student's
      *          documents and a class's checklist. DOCCHASE chases
      *          what is still pending each week, and BRDREGNO will
      *          not record a board number while mandatory documents
      *          are outstanding. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ADMDOCS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DOC-CHECKLIST-FILE ASSIGN TO "DOCLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOCLIST-STATUS.
           SELECT STUDENT-DOCUMENT-FILE ASSIGN TO "STUDOCS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUDOCS-STATUS.
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
       FD  DOC-CHECKLIST-FILE.
           COPY DOCLISTR.

       FD  STUDENT-DOCUMENT-FILE.
           COPY STUDOCR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-DOCLIST-STATUS  PIC X(02) VALUE '00'.
       01 WS-STUDOCS-STATUS  PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 6.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'ADMDOCS '.
       01 WS-TODAY           PIC 9(08).
       01 WS-CHECKLIST-COUNT PIC 9(03) VALUE ZERO.
       01 WS-CHECKLIST-TABLE.
           05 WS-DCL-ENTRY OCCURS 200 TIMES INDEXED BY DCL-INDEX.
               10 WS-DCL-CLASS     PIC 9(02).
               10 WS-DCL-DOC-CODE  PIC X(04).
               10 WS-DCL-DOC-NAME  PIC X(20).
               10 WS-DCL-MANDATORY PIC X(01).
       01 WS-DOCUMENT-COUNT  PIC 9(04) VALUE ZERO.
       01 WS-DOCUMENT-TABLE.
           05 WS-SDC-ENTRY OCCURS 9999 TIMES INDEXED BY SDC-INDEX.
               10 WS-SDC-STU-NO    PIC 9(05).
               10 WS-SDC-DOC-CODE  PIC X(04).
               10 WS-SDC-DOC-NAME  PIC X(20).
               10 WS-SDC-MANDATORY PIC X(01).
               10 WS-SDC-STATUS    PIC X(01).
               10 WS-SDC-DATE      PIC 9(08).
               10 WS-SDC-OPERATOR  PIC X(08).
       01 WS-CHECKLIST-FOUND PIC X(01).
           88 CHECKLIST-ON-TABLE VALUE 'Y'.
       01 WS-DOCUMENT-FOUND  PIC X(01).
           88 DOCUMENT-ON-TABLE  VALUE 'Y'.
       01 WS-STU-OK          PIC X(01).
           88 STUDENT-ON-MASTER  VALUE 'Y'.
       01 WS-ACTION          PIC X(01).
           88 ACTION-DELETE    VALUE 'D'.
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-DOC-CODE   PIC X(04).
       01 WS-WORK-DOC-NAME   PIC X(20).
       01 WS-WORK-MANDATORY  PIC X(01).
           88 WORK-MANDATORY-VALID VALUE 'Y' 'N'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-STU-NAME        PIC X(15).
       01 WS-STU-CLASS       PIC 9(02).
       01 WS-SUB-A           PIC 9(04).
       01 WS-LISTED-COUNT    PIC 9(03) VALUE ZERO.
       01 WS-PENDING-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-STATUS-TEXT     PIC X(08).
       01 WS-MANDATORY-TEXT  PIC X(09).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-CHECKLIST-TABLE.
           PERFORM LOAD-DOCUMENT-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD / CHANGE CHECKLIST DOCUMENT (SUPERVISOR)'
               DISPLAY '2. MARK A DOCUMENT RECEIVED'
               DISPLAY '3. WAIVE A DOCUMENT (SUPERVISOR)'
               DISPLAY '4. LIST A STUDENT''S DOCUMENTS'
               DISPLAY '5. LIST A CLASS''S CHECKLIST'
               DISPLAY '6. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM MAINTAIN-CHECKLIST
                               THRU MAINTAIN-CHECKLIST-EXIT
                       ELSE
                           DISPLAY 'CHECKLIST CHANGES REQUIRE '
                               'SUPERVISOR AUTHORITY'
                       END-IF
                   WHEN 2
                       MOVE 'R' TO WS-ACTION
                       PERFORM MARK-DOCUMENT THRU MARK-DOCUMENT-EXIT
                   WHEN 3
                       IF SUPERVISOR-LEVEL
                           MOVE 'W' TO WS-ACTION
                           PERFORM MARK-DOCUMENT
                               THRU MARK-DOCUMENT-EXIT
                       ELSE
                           DISPLAY 'WAIVERS REQUIRE SUPERVISOR '
                               'AUTHORITY'
                       END-IF
                   WHEN 4
                       PERFORM LIST-STUDENT-DOCUMENTS
                   WHEN 5
                       PERFORM LIST-CLASS-CHECKLIST
                   WHEN 6
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

       LOAD-CHECKLIST-TABLE.
           MOVE ZERO TO WS-CHECKLIST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DOC-CHECKLIST-FILE.
           IF WS-DOCLIST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DOC-CHECKLIST-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CHECKLIST-COUNT < 200
                               ADD 1 TO WS-CHECKLIST-COUNT
                               SET DCL-INDEX TO WS-CHECKLIST-COUNT
                               MOVE DCL-CLASS TO
                                   WS-DCL-CLASS (DCL-INDEX)
                               MOVE DCL-DOC-CODE TO
                                   WS-DCL-DOC-CODE (DCL-INDEX)
                               MOVE DCL-DOC-NAME TO
                                   WS-DCL-DOC-NAME (DCL-INDEX)
                               MOVE DCL-MANDATORY TO
                                   WS-DCL-MANDATORY (DCL-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CHECKLIST-FILE
           END-IF.

       REWRITE-CHECKLIST-FILE.
           OPEN OUTPUT DOC-CHECKLIST-FILE.
           PERFORM VARYING DCL-INDEX FROM 1 BY 1
               UNTIL DCL-INDEX > WS-CHECKLIST-COUNT
               MOVE WS-DCL-CLASS (DCL-INDEX)     TO DCL-CLASS
               MOVE WS-DCL-DOC-CODE (DCL-INDEX)  TO DCL-DOC-CODE
               MOVE WS-DCL-DOC-NAME (DCL-INDEX)  TO DCL-DOC-NAME
               MOVE WS-DCL-MANDATORY (DCL-INDEX) TO DCL-MANDATORY
               WRITE DOC-CHECKLIST-RECORD
           END-PERFORM.
           CLOSE DOC-CHECKLIST-FILE.

       LOAD-DOCUMENT-TABLE.
           MOVE ZERO TO WS-DOCUMENT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-DOCUMENT-FILE.
           IF WS-STUDOCS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-DOCUMENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-DOCUMENT-COUNT < 9999
                               ADD 1 TO WS-DOCUMENT-COUNT
                               SET SDC-INDEX TO WS-DOCUMENT-COUNT
                               MOVE SDC-STU-NO TO
                                   WS-SDC-STU-NO (SDC-INDEX)
                               MOVE SDC-DOC-CODE TO
                                   WS-SDC-DOC-CODE (SDC-INDEX)
                               MOVE SDC-DOC-NAME TO
                                   WS-SDC-DOC-NAME (SDC-INDEX)
                               MOVE SDC-MANDATORY TO
                                   WS-SDC-MANDATORY (SDC-INDEX)
                               MOVE SDC-STATUS TO
                                   WS-SDC-STATUS (SDC-INDEX)
                               MOVE SDC-STATUS-DATE TO
                                   WS-SDC-DATE (SDC-INDEX)
                               MOVE SDC-OPERATOR-ID TO
                                   WS-SDC-OPERATOR (SDC-INDEX)
                           ELSE
                               DISPLAY 'DOCUMENT TABLE FULL - '
                                   SDC-STU-NO ' ' SDC-DOC-CODE
                                   ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-DOCUMENT-FILE
           END-IF.

       REWRITE-DOCUMENT-FILE.
           OPEN OUTPUT STUDENT-DOCUMENT-FILE.
           PERFORM VARYING SDC-INDEX FROM 1 BY 1
               UNTIL SDC-INDEX > WS-DOCUMENT-COUNT
               MOVE WS-SDC-STU-NO (SDC-INDEX)    TO SDC-STU-NO
               MOVE WS-SDC-DOC-CODE (SDC-INDEX)  TO SDC-DOC-CODE
               MOVE WS-SDC-DOC-NAME (SDC-INDEX)  TO SDC-DOC-NAME
               MOVE WS-SDC-MANDATORY (SDC-INDEX) TO SDC-MANDATORY
               MOVE WS-SDC-STATUS (SDC-INDEX)    TO SDC-STATUS
               MOVE WS-SDC-DATE (SDC-INDEX)      TO SDC-STATUS-DATE
               MOVE WS-SDC-OPERATOR (SDC-INDEX)  TO SDC-OPERATOR-ID
               WRITE STUDENT-DOCUMENT-RECORD
           END-PERFORM.
           CLOSE STUDENT-DOCUMENT-FILE.

       FIND-CHECKLIST-ENTRY.
           MOVE 'N' TO WS-CHECKLIST-FOUND.
           SET DCL-INDEX TO 1.
           SEARCH WS-DCL-ENTRY
               AT END
                   CONTINUE
               WHEN DCL-INDEX > WS-CHECKLIST-COUNT
                   CONTINUE
               WHEN WS-DCL-CLASS (DCL-INDEX) = WS-WORK-CLASS
                   AND WS-DCL-DOC-CODE (DCL-INDEX) = WS-WORK-DOC-CODE
                   MOVE 'Y' TO WS-CHECKLIST-FOUND
           END-SEARCH.

       FIND-STUDENT-DOCUMENT.
           MOVE 'N' TO WS-DOCUMENT-FOUND.
           SET SDC-INDEX TO 1.
           SEARCH WS-SDC-ENTRY
               AT END
                   CONTINUE
               WHEN SDC-INDEX > WS-DOCUMENT-COUNT
                   CONTINUE
               WHEN WS-SDC-STU-NO (SDC-INDEX) = WS-WORK-STU-NO
                   AND WS-SDC-DOC-CODE (SDC-INDEX) = WS-WORK-DOC-CODE
                   MOVE 'Y' TO WS-DOCUMENT-FOUND
           END-SEARCH.

       READ-STUDENT.
           MOVE 'N' TO WS-STU-OK.
           MOVE SPACES TO WS-STU-NAME.
           MOVE ZERO TO WS-STU-CLASS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-NAME IN STUDENT-DETAILS TO WS-STU-NAME
                       MOVE STU-CLASS TO WS-STU-CLASS
                       MOVE 'Y' TO WS-STU-OK
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       MAINTAIN-CHECKLIST.
           DISPLAY 'ENTER CLASS OF ENTRY : '.
           ACCEPT WS-WORK-CLASS.
           IF WS-WORK-CLASS = ZERO OR WS-WORK-CLASS > 12
               DISPLAY 'CLASS MUST BE 01 TO 12'
               GO TO MAINTAIN-CHECKLIST-EXIT
           END-IF.
           DISPLAY 'ENTER DOCUMENT CODE (4 CHARS) : '.
           ACCEPT WS-WORK-DOC-CODE.
           IF WS-WORK-DOC-CODE = SPACES
               DISPLAY 'DOCUMENT CODE REQUIRED'
               GO TO MAINTAIN-CHECKLIST-EXIT
           END-IF.
           PERFORM FIND-CHECKLIST-ENTRY.
           DISPLAY 'A ADD / CHANGE OR D DELETE : '.
           ACCEPT WS-ACTION.
           IF ACTION-DELETE
               IF CHECKLIST-ON-TABLE
                   PERFORM DELETE-CHECKLIST-ENTRY
               ELSE
                   DISPLAY 'NO SUCH DOCUMENT ON THE CHECKLIST'
               END-IF
               GO TO MAINTAIN-CHECKLIST-EXIT
           END-IF.
           IF NOT CHECKLIST-ON-TABLE AND WS-CHECKLIST-COUNT >= 200
               DISPLAY 'CHECKLIST TABLE FULL, NOT ADDED'
               GO TO MAINTAIN-CHECKLIST-EXIT
           END-IF.
           DISPLAY 'ENTER DOCUMENT NAME : '.
           ACCEPT WS-WORK-DOC-NAME.
           DISPLAY 'MANDATORY FOR BOARD REGISTRATION (Y/N) : '.
           ACCEPT WS-WORK-MANDATORY.
           PERFORM UNTIL WORK-MANDATORY-VALID
               DISPLAY 'ENTER Y OR N : '
               ACCEPT WS-WORK-MANDATORY
           END-PERFORM.
           IF NOT CHECKLIST-ON-TABLE
               ADD 1 TO WS-CHECKLIST-COUNT
               SET DCL-INDEX TO WS-CHECKLIST-COUNT
           END-IF.
           MOVE WS-WORK-CLASS     TO WS-DCL-CLASS (DCL-INDEX).
           MOVE WS-WORK-DOC-CODE  TO WS-DCL-DOC-CODE (DCL-INDEX).
           MOVE WS-WORK-DOC-NAME  TO WS-DCL-DOC-NAME (DCL-INDEX).
           MOVE WS-WORK-MANDATORY TO WS-DCL-MANDATORY (DCL-INDEX).
           PERFORM REWRITE-CHECKLIST-FILE.
           DISPLAY 'CHECKLIST SAVED - APPLIES TO STUDENTS POSTED '
               'FROM NOW ON'.
       MAINTAIN-CHECKLIST-EXIT.
           EXIT.

       DELETE-CHECKLIST-ENTRY.
           SET WS-SUB-A TO DCL-INDEX.
           PERFORM VARYING WS-SUB-A FROM WS-SUB-A BY 1
               UNTIL WS-SUB-A >= WS-CHECKLIST-COUNT
               MOVE WS-DCL-ENTRY (WS-SUB-A + 1) TO
                   WS-DCL-ENTRY (WS-SUB-A)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CHECKLIST-COUNT.
           PERFORM REWRITE-CHECKLIST-FILE.
           DISPLAY 'DOCUMENT REMOVED FROM THE CHECKLIST'.

      * WS-ACTION carries the new status - R received or W waived.
       MARK-DOCUMENT.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM READ-STUDENT.
           IF NOT STUDENT-ON-MASTER
               DISPLAY 'STU-NO ' WS-WORK-STU-NO ' NOT ON MASTER'
               GO TO MARK-DOCUMENT-EXIT
           END-IF.
           DISPLAY WS-STU-NAME ' CLASS ' WS-STU-CLASS.
           PERFORM LIST-PENDING-FOR-STUDENT.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY 'NO DOCUMENTS PENDING FOR THIS STUDENT'
               GO TO MARK-DOCUMENT-EXIT
           END-IF.
           DISPLAY 'ENTER DOCUMENT CODE : '.
           ACCEPT WS-WORK-DOC-CODE.
           PERFORM FIND-STUDENT-DOCUMENT.
           IF NOT DOCUMENT-ON-TABLE
               DISPLAY WS-WORK-DOC-CODE ' IS NOT ON THIS STUDENT''S '
                   'CHECKLIST'
               GO TO MARK-DOCUMENT-EXIT
           END-IF.
           IF WS-SDC-STATUS (SDC-INDEX) NOT = 'P'
               DISPLAY WS-WORK-DOC-CODE ' IS NOT PENDING'
               GO TO MARK-DOCUMENT-EXIT
           END-IF.
           MOVE WS-ACTION      TO WS-SDC-STATUS (SDC-INDEX).
           MOVE WS-TODAY       TO WS-SDC-DATE (SDC-INDEX).
           MOVE WS-OPERATOR-ID TO WS-SDC-OPERATOR (SDC-INDEX).
           PERFORM REWRITE-DOCUMENT-FILE.
           IF WS-ACTION = 'W'
               DISPLAY 'DOCUMENT ' WS-WORK-DOC-CODE ' WAIVED'
           ELSE
               DISPLAY 'DOCUMENT ' WS-WORK-DOC-CODE ' RECEIVED'
           END-IF.
       MARK-DOCUMENT-EXIT.
           EXIT.

       LIST-PENDING-FOR-STUDENT.
           MOVE ZERO TO WS-PENDING-COUNT.
           PERFORM VARYING SDC-INDEX FROM 1 BY 1
               UNTIL SDC-INDEX > WS-DOCUMENT-COUNT
               IF WS-SDC-STU-NO (SDC-INDEX) = WS-WORK-STU-NO
                   AND WS-SDC-STATUS (SDC-INDEX) = 'P'
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY '  PENDING : ' WS-SDC-DOC-CODE (SDC-INDEX)
                       ' ' WS-SDC-DOC-NAME (SDC-INDEX)
               END-IF
           END-PERFORM.

       LIST-STUDENT-DOCUMENTS.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM READ-STUDENT.
           IF STUDENT-ON-MASTER
               DISPLAY WS-STU-NAME ' CLASS ' WS-STU-CLASS
           END-IF.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           DISPLAY 'CODE DOCUMENT             MANDATORY STATUS   '
               'DATE     BY'.
           PERFORM VARYING SDC-INDEX FROM 1 BY 1
               UNTIL SDC-INDEX > WS-DOCUMENT-COUNT
               IF WS-SDC-STU-NO (SDC-INDEX) = WS-WORK-STU-NO
                   PERFORM SHOW-ONE-DOCUMENT
               END-IF
           END-PERFORM.
           DISPLAY 'DOCUMENTS : ' WS-LISTED-COUNT
               '  PENDING : ' WS-PENDING-COUNT.

       SHOW-ONE-DOCUMENT.
           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE WS-SDC-STATUS (SDC-INDEX)
               WHEN 'R'
                   MOVE 'RECEIVED' TO WS-STATUS-TEXT
               WHEN 'W'
                   MOVE 'WAIVED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'PENDING' TO WS-STATUS-TEXT
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.
           IF WS-SDC-MANDATORY (SDC-INDEX) = 'Y'
               MOVE 'MANDATORY' TO WS-MANDATORY-TEXT
           ELSE
               MOVE 'OPTIONAL' TO WS-MANDATORY-TEXT
           END-IF.
           DISPLAY WS-SDC-DOC-CODE (SDC-INDEX) ' '
               WS-SDC-DOC-NAME (SDC-INDEX) ' ' WS-MANDATORY-TEXT ' '
               WS-STATUS-TEXT ' ' WS-SDC-DATE (SDC-INDEX) ' '
               WS-SDC-OPERATOR (SDC-INDEX).

       LIST-CLASS-CHECKLIST.
           DISPLAY 'ENTER CLASS OF ENTRY : '.
           ACCEPT WS-WORK-CLASS.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING DCL-INDEX FROM 1 BY 1
               UNTIL DCL-INDEX > WS-CHECKLIST-COUNT
               IF WS-DCL-CLASS (DCL-INDEX) = WS-WORK-CLASS
                   ADD 1 TO WS-LISTED-COUNT
                   IF WS-DCL-MANDATORY (DCL-INDEX) = 'Y'
                       MOVE 'MANDATORY' TO WS-MANDATORY-TEXT
                   ELSE
                       MOVE 'OPTIONAL' TO WS-MANDATORY-TEXT
                   END-IF
                   DISPLAY WS-DCL-DOC-CODE (DCL-INDEX) ' '
                       WS-DCL-DOC-NAME (DCL-INDEX) ' '
                       WS-MANDATORY-TEXT
               END-IF
           END-PERFORM.
           DISPLAY 'DOCUMENTS ON THE CLASS ' WS-WORK-CLASS
               ' CHECKLIST : ' WS-LISTED-COUNT.
      ** add other procedures here
       END PROGRAM ADMDOCS.
