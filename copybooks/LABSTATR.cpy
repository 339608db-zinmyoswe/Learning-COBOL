      ******************************************************************
      * LABSTATR - long-absence escalation state on LABSTATE.DAT, one
      * record per student with an unexplained absence streak under
      * escalation. LONGABS rewrites the file every night: the first
      * working day of the streak, how far it has escalated and, once
      * the 'L' long-absent status is posted, the status the student
      * held before, so it can be put back when the student returns.
      ******************************************************************
       01 LONG-ABSENCE-STATE-RECORD.
             02 LA-STU-NO        PIC 9(05).
             02 LA-STREAK-START  PIC 9(08).
             02 LA-STAGE         PIC 9(01).
                 88 LA-GUARDIAN-SMS-SENT VALUE 1.
                 88 LA-TEACHER-NOTIFIED  VALUE 2.
                 88 LA-STATUS-POSTED     VALUE 3.
             02 LA-STAGE-DATE    PIC 9(08).
             02 LA-PRIOR-STATUS  PIC X(01).
