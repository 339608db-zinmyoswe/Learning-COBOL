      * the printed hall rosters. Downstream exam jobs - invigilation
      * duty allocation (INVIGDTY), answer-book coding and the
      * hall attendance capture - work from this file instead of
      * re-parsing HALLROST.RPT. SPL-ACCOM-FLAG marks a student seated
      * under an approved exam accommodation - 'R' in the separate
      * accommodation room, 'G' on the ground floor.
      ******************************************************************
       01 SEAT-PLAN-RECORD.
             02 SPL-TERM-CODE   PIC 9(02).
             02 SPL-SEAT-NO     PIC 9(03).
             02 SPL-STU-NO      PIC 9(05).
             02 SPL-CLASS       PIC 9(02).
             02 SPL-ACCOM-FLAG  PIC X(01).
                 88 SPL-ACCOM-ROOM    VALUE 'R'.
                 88 SPL-GROUND-FLOOR  VALUE 'G'.
