      ******************************************************************
      * INVGSESR - dated invigilation duty record on INVIGSES.DAT, one
      * record per duty allocated by INVIGDTY (term, exam date,
      * session, hall and teacher) - the machine-readable companion
      * to the INVIGDTY.RPT roster, as SEATPLAN.DAT is to the hall
      * rosters. INVIGHST.DAT keeps only the running duty counts;
      * the daily substitution run reads this file so a teacher on
      * hall duty that day is not also sent to cover a class.
      * IV-DUTY-TYPE tells a plain hall duty from the accommodation
      * room's extended-time invigilation (with the extra minutes)
      * and a scribe or reader assigned to one student.
      ******************************************************************
       01 INVIG-SESSION-RECORD.
             02 IV-TERM-CODE    PIC 9(02).
             02 IV-EXAM-DATE    PIC 9(08).
             02 IV-SESSION      PIC X(01).
             02 IV-HALL         PIC 9(02).
             02 IV-TEACHER-ID   PIC 9(04).
             02 IV-DUTY-TYPE    PIC X(01).
                 88 IV-HALL-DUTY      VALUE 'H'.
                 88 IV-EXTENDED-TIME  VALUE 'E'.
                 88 IV-SCRIBE-DUTY    VALUE 'S'.
                 88 IV-READER-DUTY    VALUE 'R'.
             02 IV-STU-NO       PIC 9(05).
             02 IV-EXTRA-MINUTES PIC 9(03).
