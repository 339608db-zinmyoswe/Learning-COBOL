      ******************************************************************
      * TIMETBLR - class timetable record layout, one record per
      * class/section, day of week (1 Monday .. 7 Sunday) and period,
      * naming the subject taught, the teacher taking it and the room
      * (FACILITY.DAT) it is held in - spaces until one is assigned.
      * Maintained by TIMETABL (which refuses teacher, section and
      * room double-bookings) and read by ATTPOST to validate
      * period-level attendance postings against what is actually
      * scheduled. ROOMDESK and ROOMUTIL read the room assignments.
      ******************************************************************
       01 TIMETABLE-RECORD.
             02 TT-CLASS        PIC 9(02).
                 88 TT-PERIOD-VALID  VALUE 01 THRU 10.
             02 TT-SUBJ-CODE    PIC X(04).
             02 TT-TEACHER-ID   PIC 9(04).
             02 TT-ROOM-ID      PIC X(05).
