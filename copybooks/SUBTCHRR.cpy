      ******************************************************************
      * SUBTCHRR - subject/teacher assignment on SUBJTCHR.DAT, one
      * record per subject a teacher takes, optionally narrowed to
      * one class and section (a zero REF-CLASS covers every class,
      * a space REF-SECTION every section of it). MARKSAGG, TCHRRPT
      * and INVIGDTY credit the teacher with the subject; MARKAUTH
      * lets a subject-teacher operator key and correct marks only
      * where a row here assigns the student's subject, class and
      * section to that operator's teacher id.
      ******************************************************************
       01 SUBJECT-TEACHER-LINE.
             02 REF-SUBJ-CODE   PIC X(04).
             02 REF-TEACHER-ID  PIC 9(04).
             02 REF-CLASS       PIC 9(02).
                 88 REF-ALL-CLASSES  VALUE ZERO.
             02 REF-SECTION     PIC X(01).
                 88 REF-ALL-SECTIONS VALUE SPACE.
