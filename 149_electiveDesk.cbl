      ******************************************************************
      * Author:
      * Date:
      * Purpose: Elective subject enrolment desk. A supervisor keeps
      *          the ELECRULE.DAT combination rules - which subjects
      *          are electives for a class with their option group and
      *          seat capacity (capacity zero is unlimited), the least
      *          and most choices allowed from each group, and pairs
      *          of electives that may not be taken together. The desk
      *          enrols an active student in an elective of the
      *          student's own class on STUSUBJ.DAT only inside those
      *          rules - a full elective, a group already at its most
      *          choices or an excluded pairing is refused - and a
      *          supervisor can withdraw a choice. Lists a student's
      *          core and elective subjects and a class's elective
      *          seats. ELECCHK reports students whose choices break
      *          the rules. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ELECDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ELECTIVE-RULES ASSIGN TO "ELECRULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT ENROLMENT-FILE ASSIGN TO "STUSUBJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENROL-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
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
       FD  ELECTIVE-RULES.
           COPY ELECRULR.

       FD  ENROLMENT-FILE.
           COPY STUSUBJR.

       FD  SUBJECT-MASTER-FILE.
       01 SUBJECT-MASTER-LINE.
           05 SM-SUBJ-CODE       PIC X(04).
           05 SM-SUBJ-NAME       PIC X(20).
           05 SM-MAX-MARKS       PIC 9(03).
           05 SM-PASS-MARK       PIC 9(03).
           05 SM-DEFAULT-CREDITS PIC 9(01).
           05 SM-HAS-PRACTICAL   PIC X(01).
           05 SM-PRAC-MAX        PIC 9(03).
           05 SM-PRAC-PASS       PIC 9(03).

       FD  STUDENT-MASTER.
           COPY STDRECD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-RULES-STATUS    PIC X(02) VALUE '00'.
       01 WS-ENROL-STATUS    PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'ELECDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-RULE-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-ER-ENTRY OCCURS 200 TIMES INDEXED BY ER-INDEX.
               10 WS-ER-TYPE      PIC X(01).
               10 WS-ER-CLASS     PIC 9(02).
               10 WS-ER-SUBJ      PIC X(04).
               10 WS-ER-GROUP     PIC X(01).
               10 WS-ER-CAPACITY  PIC 9(03).
               10 WS-ER-MIN       PIC 9(01).
               10 WS-ER-MAX       PIC 9(01).
               10 WS-ER-OTHER     PIC X(04).
       01 WS-ENROL-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-ENROL-TABLE.
           05 WS-SS-ENTRY OCCURS 3000 TIMES INDEXED BY SS-INDEX.
               10 WS-SS-STU-NO    PIC 9(05).
               10 WS-SS-CLASS     PIC 9(02).
               10 WS-SS-SUBJ      PIC X(04).
               10 WS-SS-DATE      PIC 9(08).
               10 WS-SS-OPERATOR  PIC X(08).
       01 WS-RULE-FOUND      PIC X(01).
           88 RULE-ON-TABLE    VALUE 'Y'.
       01 WS-ENROL-FOUND     PIC X(01).
           88 ENROLMENT-ON-TABLE VALUE 'Y'.
       01 WS-SUBJ-FOUND      PIC X(01).
           88 SUBJECT-ON-MASTER VALUE 'Y'.
       01 WS-STU-OK          PIC X(01).
           88 STUDENT-ENROLLABLE VALUE 'Y'.
       01 WS-ACTION          PIC X(01).
           88 ACTION-DELETE    VALUE 'D'.
       01 WS-WORK-TYPE       PIC X(01).
           88 WORK-TYPE-VALID  VALUE 'E' 'G' 'X'.
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-WORK-GROUP      PIC X(01).
       01 WS-WORK-CAPACITY   PIC 9(03).
       01 WS-WORK-MIN        PIC 9(01).
       01 WS-WORK-MAX        PIC 9(01).
       01 WS-WORK-OTHER      PIC X(04).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-STU-CLASS       PIC 9(02).
       01 WS-STU-NAME        PIC X(15).
       01 WS-ELECTIVE-SUB    PIC 9(03) VALUE ZERO.
       01 WS-SEATS-TAKEN     PIC 9(04) VALUE ZERO.
       01 WS-GROUP-TAKEN     PIC 9(02) VALUE ZERO.
       01 WS-GROUP-MAX       PIC 9(01) VALUE ZERO.
       01 WS-CLASH-SUBJ      PIC X(04).
       01 WS-CHECK-SUBJ      PIC X(04).
       01 WS-SUB-A           PIC 9(04).
       01 WS-SUBJ-KIND       PIC X(08).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-RULE-TABLE.
           PERFORM LOAD-ENROLMENT-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD / CHANGE ELECTIVE RULE (SUPERVISOR)'
               DISPLAY '2. ENROL A STUDENT IN AN ELECTIVE'
               DISPLAY '3. WITHDRAW AN ELECTIVE (SUPERVISOR)'
               DISPLAY '4. LIST A STUDENT''S SUBJECTS'
               DISPLAY '5. LIST ELECTIVE SEATS FOR A CLASS'
               DISPLAY '6. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM MAINTAIN-RULE THRU MAINTAIN-RULE-EXIT
                       ELSE
                           DISPLAY 'RULE CHANGES REQUIRE SUPERVISOR '
                               'AUTHORITY'
                       END-IF
                   WHEN 2
                       PERFORM ENROL-STUDENT THRU ENROL-STUDENT-EXIT
                   WHEN 3
                       IF SUPERVISOR-LEVEL
                           PERFORM WITHDRAW-ELECTIVE
                       ELSE
                           DISPLAY 'WITHDRAWALS REQUIRE SUPERVISOR '
                               'AUTHORITY'
                       END-IF
                   WHEN 4
                       PERFORM LIST-STUDENT-SUBJECTS
                   WHEN 5
                       PERFORM LIST-CLASS-SEATS
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

       LOAD-RULE-TABLE.
           MOVE ZERO TO WS-RULE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ELECTIVE-RULES.
           IF WS-RULES-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ELECTIVE-RULES
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RULE-COUNT < 200
                               ADD 1 TO WS-RULE-COUNT
                               SET ER-INDEX TO WS-RULE-COUNT
                               MOVE ER-RULE-TYPE TO
                                   WS-ER-TYPE (ER-INDEX)
                               MOVE ER-CLASS TO WS-ER-CLASS (ER-INDEX)
                               MOVE ER-SUBJ-CODE TO
                                   WS-ER-SUBJ (ER-INDEX)
                               MOVE ER-GROUP TO WS-ER-GROUP (ER-INDEX)
                               MOVE ER-CAPACITY TO
                                   WS-ER-CAPACITY (ER-INDEX)
                               MOVE ER-MIN-PICK TO WS-ER-MIN (ER-INDEX)
                               MOVE ER-MAX-PICK TO WS-ER-MAX (ER-INDEX)
                               MOVE ER-OTHER-SUBJ TO
                                   WS-ER-OTHER (ER-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTIVE-RULES
           END-IF.

       REWRITE-RULE-FILE.
           OPEN OUTPUT ELECTIVE-RULES.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               MOVE WS-ER-TYPE (ER-INDEX)     TO ER-RULE-TYPE
               MOVE WS-ER-CLASS (ER-INDEX)    TO ER-CLASS
               MOVE WS-ER-SUBJ (ER-INDEX)     TO ER-SUBJ-CODE
               MOVE WS-ER-GROUP (ER-INDEX)    TO ER-GROUP
               MOVE WS-ER-CAPACITY (ER-INDEX) TO ER-CAPACITY
               MOVE WS-ER-MIN (ER-INDEX)      TO ER-MIN-PICK
               MOVE WS-ER-MAX (ER-INDEX)      TO ER-MAX-PICK
               MOVE WS-ER-OTHER (ER-INDEX)    TO ER-OTHER-SUBJ
               WRITE ELECTIVE-RULE-RECORD
           END-PERFORM.
           CLOSE ELECTIVE-RULES.

       LOAD-ENROLMENT-TABLE.
           MOVE ZERO TO WS-ENROL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ENROLMENT-FILE.
           IF WS-ENROL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ENROLMENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ENROL-COUNT < 3000
                               ADD 1 TO WS-ENROL-COUNT
                               SET SS-INDEX TO WS-ENROL-COUNT
                               MOVE SS-STU-NO TO WS-SS-STU-NO (SS-INDEX)
                               MOVE SS-CLASS TO WS-SS-CLASS (SS-INDEX)
                               MOVE SS-SUBJ-CODE TO
                                   WS-SS-SUBJ (SS-INDEX)
                               MOVE SS-ENROL-DATE TO
                                   WS-SS-DATE (SS-INDEX)
                               MOVE SS-OPERATOR-ID TO
                                   WS-SS-OPERATOR (SS-INDEX)
                           ELSE
                               DISPLAY 'ENROLMENT TABLE FULL - '
                                   SS-STU-NO ' ' SS-SUBJ-CODE
                                   ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLMENT-FILE
           END-IF.

       REWRITE-ENROLMENT-FILE.
           OPEN OUTPUT ENROLMENT-FILE.
           PERFORM VARYING SS-INDEX FROM 1 BY 1
               UNTIL SS-INDEX > WS-ENROL-COUNT
               MOVE WS-SS-STU-NO (SS-INDEX)   TO SS-STU-NO
               MOVE WS-SS-CLASS (SS-INDEX)    TO SS-CLASS
               MOVE WS-SS-SUBJ (SS-INDEX)     TO SS-SUBJ-CODE
               MOVE WS-SS-DATE (SS-INDEX)     TO SS-ENROL-DATE
               MOVE WS-SS-OPERATOR (SS-INDEX) TO SS-OPERATOR-ID
               WRITE STUDENT-SUBJECT-RECORD
           END-PERFORM.
           CLOSE ENROLMENT-FILE.

       CHECK-SUBJECT-MASTER.
           MOVE 'N' TO WS-SUBJ-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SM-SUBJ-CODE = WS-CHECK-SUBJ
                               MOVE 'Y' TO WS-SUBJ-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

      * Finds the rule of the keyed type for the class: an elective by
      * subject, a group rule by group letter, an exclusion by its
      * pair of subjects in either order.
       FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND.
           SET ER-INDEX TO 1.
           SEARCH WS-ER-ENTRY
               AT END
                   CONTINUE
               WHEN ER-INDEX > WS-RULE-COUNT
                   CONTINUE
               WHEN WS-ER-TYPE (ER-INDEX) = WS-WORK-TYPE
                   AND WS-ER-CLASS (ER-INDEX) = WS-WORK-CLASS
                   AND ((WS-WORK-TYPE = 'E'
                       AND WS-ER-SUBJ (ER-INDEX) = WS-WORK-SUBJ)
                   OR (WS-WORK-TYPE = 'G'
                       AND WS-ER-GROUP (ER-INDEX) = WS-WORK-GROUP)
                   OR (WS-WORK-TYPE = 'X'
                       AND WS-ER-SUBJ (ER-INDEX) = WS-WORK-SUBJ
                       AND WS-ER-OTHER (ER-INDEX) = WS-WORK-OTHER)
                   OR (WS-WORK-TYPE = 'X'
                       AND WS-ER-SUBJ (ER-INDEX) = WS-WORK-OTHER
                       AND WS-ER-OTHER (ER-INDEX) = WS-WORK-SUBJ))
                   MOVE 'Y' TO WS-RULE-FOUND
           END-SEARCH.

       MAINTAIN-RULE.
           DISPLAY 'RULE TYPE - E ELECTIVE, G GROUP LIMITS, X '
               'EXCLUDED PAIR : '.
           ACCEPT WS-WORK-TYPE.
           IF NOT WORK-TYPE-VALID
               DISPLAY 'RULE TYPE MUST BE E, G OR X'
               GO TO MAINTAIN-RULE-EXIT
           END-IF.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           MOVE SPACES TO WS-WORK-SUBJ.
           MOVE SPACES TO WS-WORK-GROUP.
           MOVE SPACES TO WS-WORK-OTHER.
           MOVE ZERO TO WS-WORK-CAPACITY.
           MOVE ZERO TO WS-WORK-MIN.
           MOVE ZERO TO WS-WORK-MAX.
           EVALUATE WS-WORK-TYPE
               WHEN 'E'
                   DISPLAY 'ENTER SUBJECT CODE : '
                   ACCEPT WS-WORK-SUBJ
               WHEN 'G'
                   DISPLAY 'ENTER OPTION GROUP (A-Z) : '
                   ACCEPT WS-WORK-GROUP
               WHEN 'X'
                   DISPLAY 'ENTER FIRST SUBJECT CODE : '
                   ACCEPT WS-WORK-SUBJ
                   DISPLAY 'ENTER SUBJECT IT EXCLUDES : '
                   ACCEPT WS-WORK-OTHER
           END-EVALUATE.
           PERFORM FIND-RULE.
           DISPLAY 'A ADD / CHANGE OR D DELETE : '.
           ACCEPT WS-ACTION.
           IF ACTION-DELETE
               IF RULE-ON-TABLE
                   PERFORM DELETE-RULE
               ELSE
                   DISPLAY 'NO SUCH RULE ON FILE'
               END-IF
               GO TO MAINTAIN-RULE-EXIT
           END-IF.
           IF NOT RULE-ON-TABLE AND WS-RULE-COUNT >= 200
               DISPLAY 'RULE TABLE FULL, NOT ADDED'
               GO TO MAINTAIN-RULE-EXIT
           END-IF.
           EVALUATE WS-WORK-TYPE
               WHEN 'E'
                   MOVE WS-WORK-SUBJ TO WS-CHECK-SUBJ
                   PERFORM CHECK-SUBJECT-MASTER
                   IF NOT SUBJECT-ON-MASTER
                       DISPLAY 'SUBJECT NOT ON SUBJMST.DAT : '
                           WS-WORK-SUBJ
                       GO TO MAINTAIN-RULE-EXIT
                   END-IF
                   DISPLAY 'ENTER OPTION GROUP (A-Z) : '
                   ACCEPT WS-WORK-GROUP
                   DISPLAY 'ENTER SEAT CAPACITY (0 = NO LIMIT) : '
                   ACCEPT WS-WORK-CAPACITY
               WHEN 'G'
                   DISPLAY 'LEAST CHOICES FROM THE GROUP : '
                   ACCEPT WS-WORK-MIN
                   DISPLAY 'MOST CHOICES FROM THE GROUP : '
                   ACCEPT WS-WORK-MAX
                   IF WS-WORK-MAX = ZERO OR WS-WORK-MIN > WS-WORK-MAX
                       DISPLAY 'MOST MUST BE ABOVE ZERO AND NOT '
                           'BELOW LEAST'
                       GO TO MAINTAIN-RULE-EXIT
                   END-IF
               WHEN 'X'
                   IF WS-WORK-SUBJ = WS-WORK-OTHER
                       DISPLAY 'A SUBJECT CANNOT EXCLUDE ITSELF'
                       GO TO MAINTAIN-RULE-EXIT
                   END-IF
                   IF RULE-ON-TABLE
                       DISPLAY 'PAIR ALREADY EXCLUDED'
                       GO TO MAINTAIN-RULE-EXIT
                   END-IF
           END-EVALUATE.
           IF NOT RULE-ON-TABLE
               ADD 1 TO WS-RULE-COUNT
               SET ER-INDEX TO WS-RULE-COUNT
           END-IF.
           MOVE WS-WORK-TYPE     TO WS-ER-TYPE (ER-INDEX).
           MOVE WS-WORK-CLASS    TO WS-ER-CLASS (ER-INDEX).
           MOVE WS-WORK-SUBJ     TO WS-ER-SUBJ (ER-INDEX).
           MOVE WS-WORK-GROUP    TO WS-ER-GROUP (ER-INDEX).
           MOVE WS-WORK-CAPACITY TO WS-ER-CAPACITY (ER-INDEX).
           MOVE WS-WORK-MIN      TO WS-ER-MIN (ER-INDEX).
           MOVE WS-WORK-MAX      TO WS-ER-MAX (ER-INDEX).
           MOVE WS-WORK-OTHER    TO WS-ER-OTHER (ER-INDEX).
           PERFORM REWRITE-RULE-FILE.
           DISPLAY 'RULE SAVED'.
       MAINTAIN-RULE-EXIT.
           EXIT.

       DELETE-RULE.
           SET WS-SUB-A TO ER-INDEX.
           PERFORM VARYING WS-SUB-A FROM WS-SUB-A BY 1
               UNTIL WS-SUB-A >= WS-RULE-COUNT
               MOVE WS-ER-ENTRY (WS-SUB-A + 1) TO
                   WS-ER-ENTRY (WS-SUB-A)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RULE-COUNT.
           PERFORM REWRITE-RULE-FILE.
           DISPLAY 'RULE DELETED'.

       READ-STUDENT.
           MOVE 'N' TO WS-STU-OK.
           MOVE ZERO TO WS-STU-CLASS.
           MOVE SPACES TO WS-STU-NAME.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-CLASS TO WS-STU-CLASS
                       MOVE STU-NAME IN STUDENT-DETAILS TO WS-STU-NAME
                       IF STU-ACTIVE OR STU-RESTORED
                           MOVE 'Y' TO WS-STU-OK
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       FIND-ENROLMENT.
           MOVE 'N' TO WS-ENROL-FOUND.
           SET SS-INDEX TO 1.
           SEARCH WS-SS-ENTRY
               AT END
                   CONTINUE
               WHEN SS-INDEX > WS-ENROL-COUNT
                   CONTINUE
               WHEN WS-SS-STU-NO (SS-INDEX) = WS-WORK-STU-NO
                   AND WS-SS-CLASS (SS-INDEX) = WS-STU-CLASS
                   AND WS-SS-SUBJ (SS-INDEX) = WS-CHECK-SUBJ
                   MOVE 'Y' TO WS-ENROL-FOUND
           END-SEARCH.

       ENROL-STUDENT.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM READ-STUDENT.
           IF NOT STUDENT-ENROLLABLE
               DISPLAY 'STU-NO ' WS-WORK-STU-NO ' NOT AN ACTIVE '
                   'STUDENT - NOT ENROLLED'
               GO TO ENROL-STUDENT-EXIT
           END-IF.
           DISPLAY WS-STU-NAME ' CLASS ' WS-STU-CLASS.
           DISPLAY 'ENTER ELECTIVE SUBJECT CODE : '.
           ACCEPT WS-WORK-SUBJ.
           MOVE 'E' TO WS-WORK-TYPE.
           MOVE WS-STU-CLASS TO WS-WORK-CLASS.
           PERFORM FIND-RULE.
           IF NOT RULE-ON-TABLE
               DISPLAY WS-WORK-SUBJ ' IS NOT AN ELECTIVE FOR CLASS '
                   WS-STU-CLASS
               GO TO ENROL-STUDENT-EXIT
           END-IF.
           SET WS-ELECTIVE-SUB TO ER-INDEX.
           MOVE WS-WORK-SUBJ TO WS-CHECK-SUBJ.
           PERFORM FIND-ENROLMENT.
           IF ENROLMENT-ON-TABLE
               DISPLAY 'ALREADY ENROLLED IN ' WS-WORK-SUBJ
               GO TO ENROL-STUDENT-EXIT
           END-IF.
           IF WS-ENROL-COUNT >= 3000
               DISPLAY 'ENROLMENT TABLE FULL, NOT ENROLLED'
               GO TO ENROL-STUDENT-EXIT
           END-IF.
           PERFORM COUNT-SEATS-TAKEN.
           IF WS-ER-CAPACITY (WS-ELECTIVE-SUB) > ZERO
               AND WS-SEATS-TAKEN NOT < WS-ER-CAPACITY (WS-ELECTIVE-SUB)
               DISPLAY WS-WORK-SUBJ ' IS FULL - '
                   WS-SEATS-TAKEN ' OF '
                   WS-ER-CAPACITY (WS-ELECTIVE-SUB) ' SEATS TAKEN'
               GO TO ENROL-STUDENT-EXIT
           END-IF.
           MOVE WS-ER-GROUP (WS-ELECTIVE-SUB) TO WS-WORK-GROUP.
           PERFORM COUNT-GROUP-CHOICES.
           IF WS-GROUP-MAX > ZERO
               AND WS-GROUP-TAKEN NOT < WS-GROUP-MAX
               DISPLAY 'GROUP ' WS-WORK-GROUP ' ALLOWS ' WS-GROUP-MAX
                   ' CHOICE(S) - ALREADY ' WS-GROUP-TAKEN
               GO TO ENROL-STUDENT-EXIT
           END-IF.
           PERFORM CHECK-EXCLUDED-PAIRS.
           IF WS-CLASH-SUBJ NOT = SPACES
               DISPLAY WS-WORK-SUBJ ' MAY NOT BE TAKEN WITH '
                   WS-CLASH-SUBJ
               GO TO ENROL-STUDENT-EXIT
           END-IF.
           OPEN EXTEND ENROLMENT-FILE.
           IF WS-ENROL-STATUS NOT = '00'
               OPEN OUTPUT ENROLMENT-FILE
           END-IF.
           MOVE WS-WORK-STU-NO TO SS-STU-NO.
           MOVE WS-STU-CLASS   TO SS-CLASS.
           MOVE WS-WORK-SUBJ   TO SS-SUBJ-CODE.
           MOVE WS-TODAY       TO SS-ENROL-DATE.
           MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID.
           WRITE STUDENT-SUBJECT-RECORD.
           CLOSE ENROLMENT-FILE.
           ADD 1 TO WS-ENROL-COUNT.
           SET SS-INDEX TO WS-ENROL-COUNT.
           MOVE WS-WORK-STU-NO TO WS-SS-STU-NO (SS-INDEX).
           MOVE WS-STU-CLASS   TO WS-SS-CLASS (SS-INDEX).
           MOVE WS-WORK-SUBJ   TO WS-SS-SUBJ (SS-INDEX).
           MOVE WS-TODAY       TO WS-SS-DATE (SS-INDEX).
           MOVE WS-OPERATOR-ID TO WS-SS-OPERATOR (SS-INDEX).
           DISPLAY 'ENROLLED ' WS-WORK-STU-NO ' IN ' WS-WORK-SUBJ.
       ENROL-STUDENT-EXIT.
           EXIT.

       COUNT-SEATS-TAKEN.
           MOVE ZERO TO WS-SEATS-TAKEN.
           PERFORM VARYING SS-INDEX FROM 1 BY 1
               UNTIL SS-INDEX > WS-ENROL-COUNT
               IF WS-SS-CLASS (SS-INDEX) = WS-WORK-CLASS
                   AND WS-SS-SUBJ (SS-INDEX) = WS-WORK-SUBJ
                   ADD 1 TO WS-SEATS-TAKEN
               END-IF
           END-PERFORM.

      * Counts the student's choices in the elective's group and
      * picks up the group's most-choices limit.
       COUNT-GROUP-CHOICES.
           MOVE ZERO TO WS-GROUP-TAKEN.
           MOVE ZERO TO WS-GROUP-MAX.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               IF WS-ER-CLASS (ER-INDEX) = WS-STU-CLASS
                   AND WS-ER-GROUP (ER-INDEX) = WS-WORK-GROUP
                   IF WS-ER-TYPE (ER-INDEX) = 'G'
                       MOVE WS-ER-MAX (ER-INDEX) TO WS-GROUP-MAX
                   END-IF
                   IF WS-ER-TYPE (ER-INDEX) = 'E'
                       MOVE WS-ER-SUBJ (ER-INDEX) TO WS-CHECK-SUBJ
                       PERFORM FIND-ENROLMENT
                       IF ENROLMENT-ON-TABLE
                           ADD 1 TO WS-GROUP-TAKEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-EXCLUDED-PAIRS.
           MOVE SPACES TO WS-CLASH-SUBJ.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               IF WS-ER-TYPE (ER-INDEX) = 'X'
                   AND WS-ER-CLASS (ER-INDEX) = WS-STU-CLASS
                   MOVE SPACES TO WS-CHECK-SUBJ
                   IF WS-ER-SUBJ (ER-INDEX) = WS-WORK-SUBJ
                       MOVE WS-ER-OTHER (ER-INDEX) TO WS-CHECK-SUBJ
                   END-IF
                   IF WS-ER-OTHER (ER-INDEX) = WS-WORK-SUBJ
                       MOVE WS-ER-SUBJ (ER-INDEX) TO WS-CHECK-SUBJ
                   END-IF
                   IF WS-CHECK-SUBJ NOT = SPACES
                       PERFORM FIND-ENROLMENT
                       IF ENROLMENT-ON-TABLE
                           MOVE WS-CHECK-SUBJ TO WS-CLASH-SUBJ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WITHDRAW-ELECTIVE.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM READ-STUDENT.
           DISPLAY 'ENTER ELECTIVE SUBJECT CODE : '.
           ACCEPT WS-CHECK-SUBJ.
           PERFORM FIND-ENROLMENT.
           IF NOT ENROLMENT-ON-TABLE
               DISPLAY 'STU-NO ' WS-WORK-STU-NO ' IS NOT ENROLLED IN '
                   WS-CHECK-SUBJ ' IN CLASS ' WS-STU-CLASS
           ELSE
               SET WS-SUB-A TO SS-INDEX
               PERFORM VARYING WS-SUB-A FROM WS-SUB-A BY 1
                   UNTIL WS-SUB-A >= WS-ENROL-COUNT
                   MOVE WS-SS-ENTRY (WS-SUB-A + 1) TO
                       WS-SS-ENTRY (WS-SUB-A)
               END-PERFORM
               SUBTRACT 1 FROM WS-ENROL-COUNT
               PERFORM REWRITE-ENROLMENT-FILE
               DISPLAY 'WITHDRAWN ' WS-WORK-STU-NO ' FROM '
                   WS-CHECK-SUBJ
           END-IF.

       LIST-STUDENT-SUBJECTS.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM READ-STUDENT.
           IF WS-STU-CLASS = ZERO
               DISPLAY 'STU-NO ' WS-WORK-STU-NO ' NOT ON FILE'
           ELSE
               DISPLAY WS-STU-NAME ' CLASS ' WS-STU-CLASS
               DISPLAY 'SUBJ NAME                 TAKEN AS'
               MOVE WS-STU-CLASS TO WS-WORK-CLASS
               MOVE 'E' TO WS-WORK-TYPE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT SUBJECT-MASTER-FILE
               IF WS-SUBJMST-STATUS = '00'
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ SUBJECT-MASTER-FILE
                           AT END
                               SET END-OF-CURRENT-FILE TO TRUE
                           NOT AT END
                               PERFORM LIST-ONE-SUBJECT
                       END-READ
                   END-PERFORM
                   CLOSE SUBJECT-MASTER-FILE
               END-IF
           END-IF.

       LIST-ONE-SUBJECT.
           MOVE SM-SUBJ-CODE TO WS-WORK-SUBJ.
           MOVE SM-SUBJ-CODE TO WS-CHECK-SUBJ.
           PERFORM FIND-RULE.
           IF NOT RULE-ON-TABLE
               MOVE 'CORE' TO WS-SUBJ-KIND
           ELSE
               PERFORM FIND-ENROLMENT
               IF ENROLMENT-ON-TABLE
                   MOVE 'ELECTIVE' TO WS-SUBJ-KIND
               ELSE
                   MOVE SPACES TO WS-SUBJ-KIND
               END-IF
           END-IF.
           IF WS-SUBJ-KIND NOT = SPACES
               DISPLAY SM-SUBJ-CODE ' ' SM-SUBJ-NAME '  '
                   WS-SUBJ-KIND
           END-IF.

       LIST-CLASS-SEATS.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'SUBJ GRP CAPACITY TAKEN'.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               IF WS-ER-TYPE (ER-INDEX) = 'E'
                   AND WS-ER-CLASS (ER-INDEX) = WS-WORK-CLASS
                   MOVE WS-ER-SUBJ (ER-INDEX) TO WS-WORK-SUBJ
                   PERFORM COUNT-SEATS-TAKEN
                   DISPLAY WS-ER-SUBJ (ER-INDEX) '  '
                       WS-ER-GROUP (ER-INDEX) '     '
                       WS-ER-CAPACITY (ER-INDEX) '    '
                       WS-SEATS-TAKEN
               END-IF
           END-PERFORM.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               IF WS-ER-CLASS (ER-INDEX) = WS-WORK-CLASS
                   IF WS-ER-TYPE (ER-INDEX) = 'G'
                       DISPLAY 'GROUP ' WS-ER-GROUP (ER-INDEX)
                           ' CHOOSE ' WS-ER-MIN (ER-INDEX) ' TO '
                           WS-ER-MAX (ER-INDEX)
                   END-IF
                   IF WS-ER-TYPE (ER-INDEX) = 'X'
                       DISPLAY WS-ER-SUBJ (ER-INDEX) ' NOT WITH '
                           WS-ER-OTHER (ER-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
      ** add other procedures here
       END PROGRAM ELECDESK.
