      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared marks-entry authority check, called by
      *          MARKSAGG, MARKCORR, PRACMARK and QMARKENT before a
      *          mark is posted or corrected. Given the signed-on
      *          operator, the calling program, the student and the
      *          subject it returns 'Y' when the operator may touch
      *          that mark and 'N' when not. An authorised data-entry
      *          clerk on OPERATOR.DAT may key any subject; a subject
      *          teacher only a subject SUBJTCHR.DAT assigns to the
      *          operator's teacher id for the student's class and
      *          section on STUDENT.IDX; any other operator none. A
      *          blank subject is the whole-record figure, which only
      *          the data-entry clerk may touch. Every refusal is
      *          journaled to SESSJRNL.DAT as an 'X' record with the
      *          subject, class and section keyed, for the SECVIOL
      *          security report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MARKAUTH.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT SUBJECT-TEACHER-REF ASSIGN TO "SUBJTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJREF-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SESSION-JOURNAL ASSIGN TO "SESSJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT WORKSTATION-CARD ASSIGN TO "WORKSTN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORKSTN-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OPERATOR-FILE.
           COPY OPERATRR.

       FD  SUBJECT-TEACHER-REF.
           COPY SUBTCHRR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  SESSION-JOURNAL.
           COPY SESSJRNR.

       FD  WORKSTATION-CARD.
       01 WORKSTATION-CARD-RECORD.
           05 WC-WORKSTATION-ID PIC X(08).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-OPERATOR-STATUS PIC X(02) VALUE '00'.
       01 WS-SUBJREF-STATUS  PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       01 WS-WORKSTN-STATUS  PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MARKS-ROLE      PIC X(01) VALUE SPACE.
           88 ROLE-SUBJECT-TEACHER VALUE 'T'.
           88 ROLE-MARKS-CLERK     VALUE 'D'.
       01 WS-TEACHER-ID      PIC 9(04) VALUE ZERO.
       01 WS-STU-CLASS       PIC 9(02) VALUE ZERO.
       01 WS-STU-SECTION     PIC X(01) VALUE SPACE.
       01 WS-TODAY           PIC 9(08).
       01 WS-WORKSTATION-ID  PIC X(08) VALUE SPACES.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
       01 LS-OPERATOR-ID     PIC X(08).
       01 LS-CALLER-PROGRAM  PIC X(08).
       01 LS-STU-NO          PIC 9(05).
       01 LS-SUBJ-CODE       PIC X(04).
       01 LS-AUTH-RESULT     PIC X(01).
           88 MARKS-AUTHORISED VALUE 'Y'.
           88 MARKS-REFUSED    VALUE 'N'.
      *-----------------------
       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-CALLER-PROGRAM
           LS-STU-NO LS-SUBJ-CODE LS-AUTH-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE 'N' TO LS-AUTH-RESULT.
           PERFORM LOAD-OPERATOR-ROLE.
           IF ROLE-MARKS-CLERK
               MOVE 'Y' TO LS-AUTH-RESULT
               GOBACK
           END-IF.
           PERFORM LOAD-STUDENT-CLASS.
           IF ROLE-SUBJECT-TEACHER
               AND WS-TEACHER-ID > ZERO
               AND LS-SUBJ-CODE NOT = SPACES
               PERFORM FIND-SUBJECT-ASSIGNMENT
           END-IF.
           IF MARKS-REFUSED
               DISPLAY 'MARKS ACCESS REFUSED - ' LS-OPERATOR-ID
                   ' IS NOT ASSIGNED SUBJECT ' LS-SUBJ-CODE
                   ' CLASS ' WS-STU-CLASS ' SECTION ' WS-STU-SECTION
               PERFORM WRITE-REFUSAL-JOURNAL
           END-IF.
           GOBACK.

       LOAD-OPERATOR-ROLE.
           MOVE SPACE TO WS-MARKS-ROLE.
           MOVE ZERO TO WS-TEACHER-ID.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ OPERATOR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF OP-ID = LS-OPERATOR-ID
                               MOVE OP-MARKS-ROLE TO WS-MARKS-ROLE
                               MOVE OP-TEACHER-ID TO WS-TEACHER-ID
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-STUDENT-CLASS.
      * A student missing from the master has no class - only an
      * all-classes assignment can then cover the subject.
           MOVE ZERO TO WS-STU-CLASS.
           MOVE SPACE TO WS-STU-SECTION.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE LS-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-CLASS TO WS-STU-CLASS
                       MOVE STU-SECTION TO WS-STU-SECTION
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       FIND-SUBJECT-ASSIGNMENT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-TEACHER-REF.
           IF WS-SUBJREF-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-TEACHER-REF
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF REF-SUBJ-CODE = LS-SUBJ-CODE
                               AND REF-TEACHER-ID = WS-TEACHER-ID
                               AND (REF-ALL-CLASSES
                                   OR REF-CLASS = WS-STU-CLASS)
                               AND (REF-ALL-SECTIONS
                                   OR REF-SECTION = WS-STU-SECTION)
                               MOVE 'Y' TO LS-AUTH-RESULT
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-TEACHER-REF
           END-IF.

       WRITE-REFUSAL-JOURNAL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT WORKSTATION-CARD.
           IF WS-WORKSTN-STATUS = '00'
               READ WORKSTATION-CARD
                   NOT AT END
                       MOVE WC-WORKSTATION-ID
                           TO WS-WORKSTATION-ID
               END-READ
               CLOSE WORKSTATION-CARD
           END-IF.
           OPEN EXTEND SESSION-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT SESSION-JOURNAL
           END-IF.
           MOVE WS-TODAY TO JT-DATE.
           ACCEPT JT-TIME FROM TIME.
           MOVE LS-OPERATOR-ID     TO JT-OPERATOR-ID.
           MOVE LS-CALLER-PROGRAM  TO JT-PROGRAM-ID.
           MOVE WS-WORKSTATION-ID  TO JT-WORKSTATION.
           MOVE 'X'                TO JT-RESULT.
           MOVE LS-SUBJ-CODE       TO JT-SUBJ-CODE.
           MOVE WS-STU-CLASS       TO JT-CLASS.
           MOVE WS-STU-SECTION     TO JT-SECTION.
           WRITE SESSION-JOURNAL-RECORD.
           CLOSE SESSION-JOURNAL.
      ** add other procedures here
       END PROGRAM MARKAUTH.
