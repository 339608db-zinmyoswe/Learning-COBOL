      *          operator ID and password, verifies them against the
      *          OPERATOR.DAT operator file (ID, name, authorization
      *          level: 1 front office, 2 supervisor, password, last
      *          password-change date, failed-attempt count, lock flag,
      *          teacher link and marks role) and returns the operator's
      *          identity and level. Three consecutive wrong passwords
      *          lock the operator id until a supervisor unlocks it
      *          through SECADMIN's operator maintenance; a password
      *          older than ninety days forces a change before sign-on
      *          completes; and every attempt - success, failure,
      *          lockout, password change - is journaled to SESSJRNL.DAT
      *          with the calling program and the workstation id from
      *          the WORKSTN.DAT card, for the SECVIOL security report.
      *          Callers gate their capabilities on the level and carry
      *          the operator ID into their audit records, so "who
      *          changed this" finally has an answer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
      *-----------------------
       FD  OPERATOR-FILE.
           COPY OPERATRR.

       FD  SESSION-JOURNAL.
           COPY SESSJRNR.
               10 WS-OP-PWD-CHG  PIC 9(08).
               10 WS-OP-FAILS    PIC 9(01).
               10 WS-OP-LOCK     PIC X(01).
               10 WS-OP-TEACHER  PIC 9(04).
               10 WS-OP-ROLE     PIC X(01).
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
                                   WS-OP-FAILS (OP-INDEX)
                               MOVE OP-LOCK-FLAG TO
                                   WS-OP-LOCK (OP-INDEX)
                               MOVE OP-TEACHER-ID TO
                                   WS-OP-TEACHER (OP-INDEX)
                               MOVE OP-MARKS-ROLE TO
                                   WS-OP-ROLE (OP-INDEX)
                           ELSE
                               SET OPERATOR-TABLE-FULL TO TRUE
                           END-IF
               MOVE WS-OP-PWD-CHG (OP-INDEX)  TO OP-PWD-CHANGED
               MOVE WS-OP-FAILS (OP-INDEX)    TO OP-FAIL-COUNT
               MOVE WS-OP-LOCK (OP-INDEX)     TO OP-LOCK-FLAG
               MOVE WS-OP-TEACHER (OP-INDEX)  TO OP-TEACHER-ID
               MOVE WS-OP-ROLE (OP-INDEX)     TO OP-MARKS-ROLE
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           MOVE LS-CALLER-PROGRAM  TO JT-PROGRAM-ID.
           MOVE WS-WORKSTATION-ID  TO JT-WORKSTATION.
           MOVE WS-JRNL-RESULT     TO JT-RESULT.
           MOVE SPACES             TO JT-SUBJ-CODE.
           MOVE ZERO               TO JT-CLASS.
           MOVE SPACE              TO JT-SECTION.
           WRITE SESSION-JOURNAL-RECORD.
           CLOSE SESSION-JOURNAL.
      ** add other procedures here
