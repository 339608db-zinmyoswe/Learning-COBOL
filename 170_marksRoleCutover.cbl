      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time layout cutover for the files widened when
      *          marks entry was restricted to the subjects each
      *          teacher takes: the operator file OPERATOR.DAT
      *          (42 -> 47 bytes, gaining OP-TEACHER-ID and
      *          OP-MARKS-ROLE), the subject/teacher assignments
      *          SUBJTCHR.DAT (8 -> 11 bytes, gaining REF-CLASS and
      *          REF-SECTION) and the session journal SESSJRNL.DAT
      *          (41 -> 48 bytes, gaining the refused subject, class
      *          and section). Reads each old file and writes
      *          OPERATOR.NEW / SUBJTCHR.NEW / SESSJRNL.NEW in the
      *          current layouts - the operator renames .NEW over
      *          .DAT once the counts are accepted, as with LAYTCONV.
      *          Old operators carry no teacher link and no marks
      *          role, so nobody keys marks until SECADMIN sets the
      *          roles; old assignments cover every class and
      *          section of the subject, as they did before; old
      *          journal entries carry no subject.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ROLECONV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OLD-OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-OPER-STATUS.
           SELECT NEW-OPERATOR-FILE ASSIGN TO "OPERATOR.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-SUBJECT-TEACHER ASSIGN TO "SUBJTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-SUBJREF-STATUS.
           SELECT NEW-SUBJECT-TEACHER ASSIGN TO "SUBJTCHR.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-SESSION-JOURNAL ASSIGN TO "SESSJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-JOURNAL-STATUS.
           SELECT NEW-SESSION-JOURNAL ASSIGN TO "SESSJRNL.NEW"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OLD-OPERATOR-FILE.
       01 OLD-OPERATOR-RECORD.
           05 OOP-ID          PIC X(08).
           05 OOP-NAME        PIC X(15).
           05 OOP-AUTH-LEVEL  PIC 9(01).
           05 OOP-PASSWORD    PIC X(08).
           05 OOP-PWD-CHANGED PIC 9(08).
           05 OOP-FAIL-COUNT  PIC 9(01).
           05 OOP-LOCK-FLAG   PIC X(01).

       FD  NEW-OPERATOR-FILE.
           COPY OPERATRR.

       FD  OLD-SUBJECT-TEACHER.
       01 OLD-SUBJECT-TEACHER-LINE.
           05 OREF-SUBJ-CODE  PIC X(04).
           05 OREF-TEACHER-ID PIC 9(04).

       FD  NEW-SUBJECT-TEACHER.
           COPY SUBTCHRR.

       FD  OLD-SESSION-JOURNAL.
       01 OLD-SESSION-JOURNAL-RECORD.
           05 OJT-DATE        PIC 9(08).
           05 OJT-TIME        PIC 9(08).
           05 OJT-OPERATOR-ID PIC X(08).
           05 OJT-PROGRAM-ID  PIC X(08).
           05 OJT-WORKSTATION PIC X(08).
           05 OJT-RESULT      PIC X(01).

       FD  NEW-SESSION-JOURNAL.
           COPY SESSJRNR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-OLD-OPER-STATUS PIC X(02) VALUE '00'.
       01 WS-OLD-SUBJREF-STATUS PIC X(02) VALUE '00'.
       01 WS-OLD-JOURNAL-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-OLD-FILE  VALUE 'Y'.
       01 WS-OPER-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-SUBJREF-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-JOURNAL-COUNT   PIC 9(07) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM CONVERT-OPERATOR-FILE.
           PERFORM CONVERT-SUBJECT-TEACHER.
           PERFORM CONVERT-SESSION-JOURNAL.
           DISPLAY 'LAYOUT CUTOVER COMPLETE'.
           DISPLAY '  OPERATORS CONVERTED     : ' WS-OPER-COUNT.
           DISPLAY '  ASSIGNMENTS CONVERTED   : ' WS-SUBJREF-COUNT.
           DISPLAY '  JOURNAL ENTRIES CONVERTED : ' WS-JOURNAL-COUNT.
           DISPLAY 'RENAME OPERATOR.NEW, SUBJTCHR.NEW AND '
               'SESSJRNL.NEW OVER THEIR .DAT FILES ONCE THE COUNTS '
               'ARE ACCEPTED, THEN SET THE MARKS ROLES THROUGH '
               'SECADMIN'.
           STOP RUN.

       CONVERT-OPERATOR-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-OPERATOR-FILE.
           IF WS-OLD-OPER-STATUS = '00'
               OPEN OUTPUT NEW-OPERATOR-FILE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-OPERATOR-FILE
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE NEW-OPERATOR-FILE
               CLOSE OLD-OPERATOR-FILE
           ELSE
               DISPLAY 'NO OPERATOR.DAT TO CONVERT'
           END-IF.

       LOAD-ONE-OPERATOR.
           MOVE OOP-ID          TO OP-ID.
           MOVE OOP-NAME        TO OP-NAME.
           MOVE OOP-AUTH-LEVEL  TO OP-AUTH-LEVEL.
           MOVE OOP-PASSWORD    TO OP-PASSWORD.
           MOVE OOP-PWD-CHANGED TO OP-PWD-CHANGED.
           MOVE OOP-FAIL-COUNT  TO OP-FAIL-COUNT.
           MOVE OOP-LOCK-FLAG   TO OP-LOCK-FLAG.
      * No operator is trusted with marks until a supervisor says
      * which teacher they are or makes them a data-entry clerk.
           MOVE ZERO            TO OP-TEACHER-ID.
           MOVE SPACE           TO OP-MARKS-ROLE.
           WRITE OPERATOR-RECORD.
           ADD 1 TO WS-OPER-COUNT.

       CONVERT-SUBJECT-TEACHER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-SUBJECT-TEACHER.
           IF WS-OLD-SUBJREF-STATUS = '00'
               OPEN OUTPUT NEW-SUBJECT-TEACHER
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-SUBJECT-TEACHER
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-ASSIGNMENT
                   END-READ
               END-PERFORM
               CLOSE NEW-SUBJECT-TEACHER
               CLOSE OLD-SUBJECT-TEACHER
           ELSE
               DISPLAY 'NO SUBJTCHR.DAT TO CONVERT'
           END-IF.

       LOAD-ONE-ASSIGNMENT.
           MOVE OREF-SUBJ-CODE  TO REF-SUBJ-CODE.
           MOVE OREF-TEACHER-ID TO REF-TEACHER-ID.
           MOVE ZERO            TO REF-CLASS.
           MOVE SPACE           TO REF-SECTION.
           WRITE SUBJECT-TEACHER-LINE.
           ADD 1 TO WS-SUBJREF-COUNT.

       CONVERT-SESSION-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-SESSION-JOURNAL.
           IF WS-OLD-JOURNAL-STATUS = '00'
               OPEN OUTPUT NEW-SESSION-JOURNAL
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-SESSION-JOURNAL
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE NEW-SESSION-JOURNAL
               CLOSE OLD-SESSION-JOURNAL
           ELSE
               DISPLAY 'NO SESSJRNL.DAT TO CONVERT'
           END-IF.

       LOAD-ONE-JOURNAL-ENTRY.
           MOVE OJT-DATE        TO JT-DATE.
           MOVE OJT-TIME        TO JT-TIME.
           MOVE OJT-OPERATOR-ID TO JT-OPERATOR-ID.
           MOVE OJT-PROGRAM-ID  TO JT-PROGRAM-ID.
           MOVE OJT-WORKSTATION TO JT-WORKSTATION.
           MOVE OJT-RESULT      TO JT-RESULT.
           MOVE SPACES          TO JT-SUBJ-CODE.
           MOVE ZERO            TO JT-CLASS.
           MOVE SPACE           TO JT-SECTION.
           WRITE SESSION-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-COUNT.
      ** add other procedures here
       END PROGRAM ROLECONV.
