      ******************************************************************
      * TTREQR - timetable requirement record on TTREQ.DAT, one per
      * class/section and subject: the periods a week the subject
      * needs and the teacher assigned to take it. TTGEN places the
      * periods into a draft TIMETBL.DAT, working round the teacher
      * unavailability on TTUNAVL.DAT; TIMETABL checks the draft for
      * clashes before it replaces the live timetable.
      ******************************************************************
       01 TIMETABLE-REQUIREMENT.
             02 TQ-CLASS        PIC 9(02).
             02 TQ-SECTION      PIC X(01).
             02 TQ-SUBJ-CODE    PIC X(04).
             02 TQ-TEACHER-ID   PIC 9(04).
             02 TQ-PERIODS-WEEK PIC 9(02).
