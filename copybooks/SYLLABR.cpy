      ******************************************************************
      * SYLLABR - syllabus master record on SYLLABUS.DAT, one record
      * per class and subject: the number of units in the syllabus
      * and the teaching periods planned to cover them. Maintained by
      * the SYLLDESK desk and read by the SYLLCOVR coverage report,
      * which projects each section's finish against the exam date.
      ******************************************************************
       01 SYLLABUS-RECORD.
             02 SY-CLASS         PIC 9(02).
             02 SY-SUBJ-CODE     PIC X(04).
             02 SY-UNIT-COUNT    PIC 9(02).
             02 SY-PLANNED-PERIODS PIC 9(03).
