      * DATESHT, which refuses two exams for the same class in the
      * same session, and printed onto each student's admit card by
      * ADMITCRD so the card is the document families work from.
      * A row naming ES-MAKEUP-STU-NO is a make-up sitting MAKEUPEX
      * booked for that one student; the class-wide programs (admit
      * cards, seating, invigilation, indents) pass over such rows.
      ******************************************************************
       01 EXAM-SCHEDULE-RECORD.
             02 ES-TERM-CODE    PIC 9(02).
                 88 ES-AFTERNOON   VALUE 'A'.
                 88 ES-SESSION-VALID VALUE 'M' 'A'.
             02 ES-DURATION-MIN PIC 9(03).
             02 ES-MAKEUP-STU-NO PIC 9(05).
                 88 ES-CLASS-SITTING VALUE ZERO.
