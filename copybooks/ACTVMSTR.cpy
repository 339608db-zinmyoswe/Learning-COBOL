      ******************************************************************
      * ACTVMSTR - co-curricular activity master record on ACTVMST.DAT,
      * one record per activity code (club, sport, arts, academic
      * competition) with the name printed on transcripts, progress
      * reports and the ACTVPART participation report. Maintained by
      * the ACTVDESK activities desk.
      ******************************************************************
       01 ACTIVITY-MASTER-RECORD.
             02 AM-ACTIVITY-CODE PIC X(04).
             02 AM-ACTIVITY-NAME PIC X(20).
             02 AM-CATEGORY      PIC X(01).
                 88 AM-CLUB           VALUE 'C'.
                 88 AM-SPORT          VALUE 'S'.
                 88 AM-ARTS           VALUE 'A'.
                 88 AM-ACADEMIC       VALUE 'Q'.
                 88 AM-CATEGORY-VALID VALUE 'C' 'S' 'A' 'Q'.
