      ******************************************************************
      * ELECRULR - elective combination rule on ELECRULE.DAT, kept by
      * the supervisor at the ELECDESK desk. Rule type E names a
      * subject as an elective for a class, with its option group and
      * seat capacity - a subject with no E row for the class is core
      * and taken by every student in it. Type G sets the least and
      * most electives a student may choose from one group of a class.
      * Type X names two electives of a class that may not be taken
      * together. Read by ENROLCHK, ELECDESK, ELECCHK and DATESHT.
      ******************************************************************
       01 ELECTIVE-RULE-RECORD.
             02 ER-RULE-TYPE    PIC X(01).
                 88 ER-ELECTIVE      VALUE 'E'.
                 88 ER-GROUP-RULE    VALUE 'G'.
                 88 ER-EXCLUSION     VALUE 'X'.
             02 ER-CLASS        PIC 9(02).
             02 ER-SUBJ-CODE    PIC X(04).
             02 ER-GROUP        PIC X(01).
             02 ER-CAPACITY     PIC 9(03).
             02 ER-MIN-PICK     PIC 9(01).
             02 ER-MAX-PICK     PIC 9(01).
             02 ER-OTHER-SUBJ   PIC X(04).
