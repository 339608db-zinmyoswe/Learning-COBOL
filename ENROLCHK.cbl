      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subject enrolment inquiry subprogram, companion
      *          to FEECHK and HLTHCHK. Given a student, class and
      *          subject it returns 'C' when the subject is core for
      *          the class (no elective row on ELECRULE.DAT, or no
      *          rule file at all), 'E' when it is an elective the
      *          student chose in that class on STUSUBJ.DAT and 'N'
      *          when it is an elective the student did not choose.
      *          A class of zero is looked up on STUDENT.IDX. MARKSAGG
      *          refuses marks, and ADMITCRD and DATESHT leave off the
      *          exams, for subjects answered 'N'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ENROLCHK.
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

       FD  STUDENT-MASTER.
           COPY STDRECD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-RULES-STATUS    PIC X(02) VALUE '00'.
       01 WS-ENROL-STATUS    PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-CHECK-CLASS     PIC 9(02) VALUE ZERO.
       01 WS-ELECTIVE-FLAG   PIC X(01) VALUE 'N'.
           88 SUBJECT-IS-ELECTIVE VALUE 'Y'.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
       01 LS-STU-NO          PIC 9(05).
       01 LS-CLASS           PIC 9(02).
       01 LS-SUBJ-CODE       PIC X(04).
       01 LS-ENROL-RESULT    PIC X(01).
           88 CORE-SUBJECT      VALUE 'C'.
           88 ELECTIVE-ENROLLED VALUE 'E'.
           88 NOT-ENROLLED      VALUE 'N'.
      *-----------------------
       PROCEDURE DIVISION USING LS-STU-NO LS-CLASS LS-SUBJ-CODE
           LS-ENROL-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE 'C' TO LS-ENROL-RESULT.
           MOVE LS-CLASS TO WS-CHECK-CLASS.
           IF WS-CHECK-CLASS = ZERO
               OPEN INPUT STUDENT-MASTER
               IF WS-MASTER-STATUS = '00'
                   MOVE LS-STU-NO TO STU-NO IN STUDENT-DETAILS
                   READ STUDENT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STU-CLASS TO WS-CHECK-CLASS
                   END-READ
                   CLOSE STUDENT-MASTER
               END-IF
           END-IF.
           IF WS-CHECK-CLASS = ZERO
               GOBACK
           END-IF.
           MOVE 'N' TO WS-ELECTIVE-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ELECTIVE-RULES.
           IF WS-RULES-STATUS NOT = '00'
               GOBACK
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ ELECTIVE-RULES
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF ER-ELECTIVE
                           AND ER-CLASS = WS-CHECK-CLASS
                           AND ER-SUBJ-CODE = LS-SUBJ-CODE
                           MOVE 'Y' TO WS-ELECTIVE-FLAG
                           SET END-OF-CURRENT-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELECTIVE-RULES.
           IF NOT SUBJECT-IS-ELECTIVE
               GOBACK
           END-IF.
           MOVE 'N' TO LS-ENROL-RESULT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ENROLMENT-FILE.
           IF WS-ENROL-STATUS NOT = '00'
               GOBACK
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ ENROLMENT-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF SS-STU-NO = LS-STU-NO
                           AND SS-CLASS = WS-CHECK-CLASS
                           AND SS-SUBJ-CODE = LS-SUBJ-CODE
                           MOVE 'E' TO LS-ENROL-RESULT
                           SET END-OF-CURRENT-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLMENT-FILE.
           GOBACK.
      ** add other procedures here
       END PROGRAM ENROLCHK.
