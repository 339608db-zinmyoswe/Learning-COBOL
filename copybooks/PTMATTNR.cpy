      ******************************************************************
      * PTMATTNR - parent-teacher meeting attendance mark on
      * PTMATTND.DAT, appended by PTMDESK as the office marks who came
      * against the PTMSLOT.DAT bookings. A student re-marked for the
      * same PTM date is corrected by the later entry; PTMTURN reads
      * the last mark per student for its turnout report.
      ******************************************************************
       01 PTM-ATTENDANCE-RECORD.
             02 PA-PTM-DATE      PIC 9(08).
             02 PA-STU-NO        PIC 9(05).
             02 PA-ATTENDED      PIC X(01).
                 88 PA-GUARDIAN-CAME    VALUE 'Y'.
                 88 PA-GUARDIAN-ABSENT  VALUE 'N'.
                 88 PA-MARK-VALID       VALUE 'Y' 'N'.
             02 PA-OPERATOR-ID   PIC X(08).
             02 PA-ENTRY-DATE    PIC 9(08).
