      ******************************************************************
      * ACTVRECR - co-curricular activity and achievement record on
      * ACTIVITY.DAT, one record per student, term and activity or
      * event: the ACTVMST.DAT activity code, the level the event was
      * held at (school/district/state/national) and the position won
      * ('P' took part without a placing). Appended by ACTVDESK;
      * printed by TRANSCRP (all terms) and PROGRPT (the run term),
      * and counted by the ACTVPART term-end participation report.
      ******************************************************************
       01 ACTIVITY-RECORD.
             02 AA-STU-NO        PIC 9(05).
             02 AA-TERM-CODE     PIC 9(02).
             02 AA-ACTIVITY-CODE PIC X(04).
             02 AA-LEVEL         PIC X(01).
                 88 AA-SCHOOL-LEVEL   VALUE 'S'.
                 88 AA-DISTRICT-LEVEL VALUE 'D'.
                 88 AA-STATE-LEVEL    VALUE 'T'.
                 88 AA-NATIONAL-LEVEL VALUE 'N'.
                 88 AA-LEVEL-VALID    VALUE 'S' 'D' 'T' 'N'.
             02 AA-POSITION      PIC X(01).
                 88 AA-FIRST-PLACE    VALUE '1'.
                 88 AA-SECOND-PLACE   VALUE '2'.
                 88 AA-THIRD-PLACE    VALUE '3'.
                 88 AA-PARTICIPATED   VALUE 'P'.
                 88 AA-POSITION-VALID VALUE '1' '2' '3' 'P'.
             02 AA-EVENT-DESC    PIC X(20).
             02 AA-EVENT-DATE    PIC 9(08).
             02 AA-OPERATOR-ID   PIC X(08).
