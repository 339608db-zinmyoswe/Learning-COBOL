      ******************************************************************
      * SYLCOVR - weekly syllabus coverage entry on SYLCOVER.DAT, one
      * record per teacher, class/section and subject per week, keyed
      * at the SYLLDESK desk only for a section and subject the
      * teacher takes on TIMETBL.DAT. CV-UNITS-DONE is the cumulative
      * count of syllabus units finished to date; CV-PERIODS-TAKEN is
      * the periods actually taught that week. CV-WEEK-ENDING is the
      * Sunday closing the week; the desk takes one entry per section
      * and subject per week.
      ******************************************************************
       01 SYLLABUS-COVERAGE-RECORD.
             02 CV-WEEK-ENDING   PIC 9(08).
             02 CV-CLASS         PIC 9(02).
             02 CV-SECTION       PIC X(01).
             02 CV-SUBJ-CODE     PIC X(04).
             02 CV-TEACHER-ID    PIC 9(04).
             02 CV-UNITS-DONE    PIC 9(02).
             02 CV-PERIODS-TAKEN PIC 9(02).
             02 CV-OPERATOR-ID   PIC X(08).
