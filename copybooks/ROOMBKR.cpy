      ******************************************************************
      * ROOMBKR - event booking of a room on ROOMBOOK.DAT, one per
      * booking: the room, the date and the run of periods it is
      * held for (01 .. 10, the timetable's periods), the purpose,
      * who asked for it and the expected headcount. ROOMDESK takes
      * the request and refuses it when the room is withdrawn, too
      * small, not step-free when that was asked for, timetabled on
      * that weekday and period (TIMETBL.DAT), or already booked.
      * A cancelled booking stays on file with RB-CANCELLED set.
      * ROOMUTIL counts confirmed bookings in the room utilisation.
      ******************************************************************
       01 ROOM-BOOKING-RECORD.
             02 RB-BOOKING-NO      PIC 9(06).
             02 RB-ROOM-ID         PIC X(05).
             02 RB-BOOK-DATE       PIC 9(08).
             02 RB-FROM-PERIOD     PIC 9(02).
             02 RB-TO-PERIOD       PIC 9(02).
             02 RB-PURPOSE         PIC X(20).
             02 RB-HEADCOUNT       PIC 9(03).
             02 RB-STEP-FREE-REQD  PIC X(01).
             02 RB-REQUESTED-BY    PIC X(15).
             02 RB-OPERATOR-ID     PIC X(08).
             02 RB-ENTERED-DATE    PIC 9(08).
             02 RB-STATUS          PIC X(01).
                 88 RB-CONFIRMED        VALUE 'C'.
                 88 RB-CANCELLED        VALUE 'X'.
