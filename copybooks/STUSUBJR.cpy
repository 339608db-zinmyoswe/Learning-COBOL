      ******************************************************************
      * STUSUBJR - student elective enrolment on STUSUBJ.DAT, one
      * record per student and elective chosen, written at the
      * ELECDESK desk inside the ELECRULE.DAT capacity and combination
      * rules. SS-CLASS is the class the choice was made in, so a
      * choice left behind by a promotion no longer counts. Core
      * subjects are not recorded - every student takes them. Read
      * by ENROLCHK (for MARKSAGG, ADMITCRD and DATESHT) and ELECCHK.
      ******************************************************************
       01 STUDENT-SUBJECT-RECORD.
             02 SS-STU-NO       PIC 9(05).
             02 SS-CLASS        PIC 9(02).
             02 SS-SUBJ-CODE    PIC X(04).
             02 SS-ENROL-DATE   PIC 9(08).
             02 SS-OPERATOR-ID  PIC X(08).
