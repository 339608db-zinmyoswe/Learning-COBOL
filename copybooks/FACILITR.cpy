      ******************************************************************
      * FACILITR - room and facility master on FACILITY.DAT, one per
      * room id, shared by the timetable, exam seating and event
      * bookings: classrooms, laboratories, halls and the auditorium
      * with their seating capacity, floor (0 is the ground floor)
      * and whether the room is step-free. A room used for exams
      * carries its exam seating - FC-EXAM-HALL rooms are the halls
      * SEATALOC deals students into, and the FC-EXAM-ACCOM room is
      * the separate accommodation room. Kept by ROOMDESK; TIMETABL
      * assigns rooms to periods and ROOMDESK books them for events
      * on ROOMBOOK.DAT. Hostel rooms stay on HSTLROOM.DAT.
      ******************************************************************
       01 FACILITY-RECORD.
             02 FC-ROOM-ID         PIC X(05).
             02 FC-ROOM-NAME       PIC X(20).
             02 FC-ROOM-TYPE       PIC X(01).
                 88 FC-CLASSROOM        VALUE 'C'.
                 88 FC-LABORATORY       VALUE 'L'.
                 88 FC-HALL             VALUE 'H'.
                 88 FC-AUDITORIUM       VALUE 'A'.
                 88 FC-ACTIVITY-ROOM    VALUE 'R'.
                 88 FC-OTHER-ROOM       VALUE 'O'.
                 88 FC-TYPE-VALID       VALUE 'C' 'L' 'H' 'A'
                                              'R' 'O'.
             02 FC-CAPACITY        PIC 9(03).
             02 FC-FLOOR           PIC 9(01).
                 88 FC-GROUND-FLOOR     VALUE 0.
             02 FC-ACCESSIBLE      PIC X(01).
                 88 FC-STEP-FREE        VALUE 'Y'.
             02 FC-EXAM-USE        PIC X(01).
                 88 FC-EXAM-HALL        VALUE 'H'.
                 88 FC-EXAM-ACCOM       VALUE 'R'.
                 88 FC-NO-EXAM-USE      VALUE SPACE.
             02 FC-EXAM-SEATS      PIC 9(03).
             02 FC-STATUS          PIC X(01).
                 88 FC-IN-USE           VALUE 'A'.
                 88 FC-WITHDRAWN        VALUE 'W'.
             02 FC-UPDATED-DATE    PIC 9(08).
             02 FC-UPDATED-BY      PIC X(08).
