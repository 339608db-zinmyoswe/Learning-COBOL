      * Exam type this run captures marks for - U unit test, M
      * midterm, F final - so a unit test no longer has to be run as
      * a fake term. TERMRSLT combines the exams of a term by the
      * WEIGHTS.DAT card into the official term result. I internal
      * assessment is posted from the homework scores by HWKIAPST,
      * never keyed through MARKSAGG, and counts with the unit tests.
             02 RUN-EXAM-TYPE      PIC X(01).
                 88 UNIT-TEST-RUN     VALUE 'U'.
                 88 MIDTERM-RUN       VALUE 'M'.
                 88 FINAL-EXAM-RUN    VALUE 'F'.
                 88 INTERNAL-ASSESSMENT-RUN VALUE 'I'.
