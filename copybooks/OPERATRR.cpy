      ******************************************************************
      * OPERATRR - operator record on OPERATOR.DAT, one per operator
      * id, maintained at the SECADMIN desk and verified by OPSIGNON:
      * name, authorization level (1 front office, 2 supervisor),
      * password with its last change date, consecutive failed
      * attempts and the lock flag. OP-MARKS-ROLE governs marks entry
      * and correction through MARKAUTH - a subject teacher ('T')
      * may key marks only for the subjects, classes and sections
      * SUBJTCHR.DAT assigns to OP-TEACHER-ID (the TM-TEACHER-ID on
      * TCHRMST.DAT); an authorised data-entry clerk ('D') keys for
      * any subject; anyone else keys no marks at all.
      ******************************************************************
       01 OPERATOR-RECORD.
             02 OP-ID           PIC X(08).
             02 OP-NAME         PIC X(15).
             02 OP-AUTH-LEVEL   PIC 9(01).
             02 OP-PASSWORD     PIC X(08).
             02 OP-PWD-CHANGED  PIC 9(08).
             02 OP-FAIL-COUNT   PIC 9(01).
             02 OP-LOCK-FLAG    PIC X(01).
                 88 OP-LOCKED      VALUE 'L'.
             02 OP-TEACHER-ID   PIC 9(04).
             02 OP-MARKS-ROLE   PIC X(01).
                 88 OP-SUBJECT-TEACHER VALUE 'T'.
                 88 OP-MARKS-CLERK     VALUE 'D'.
                 88 OP-NO-MARKS-ROLE   VALUE ' '.
                 88 OP-ROLE-VALID      VALUE 'T' 'D' ' '.
