      ******************************************************************
      * SUBSTRGR - substitution register record on SUBSTREG.DAT, one
      * record per timetabled period left uncovered by an absent
      * teacher on a date: the class/section/period and subject, the
      * absent teacher and the substitute assigned by the SUBSTARR
      * morning run (zero with status U when nobody free could be
      * found). A re-run for the same date replaces that date's rows.
      ******************************************************************
       01 SUBSTITUTION-RECORD.
             02 SB-DATE         PIC 9(08).
             02 SB-CLASS        PIC 9(02).
             02 SB-SECTION      PIC X(01).
             02 SB-PERIOD       PIC 9(02).
             02 SB-SUBJ-CODE    PIC X(04).
             02 SB-ABSENT-TCHR  PIC 9(04).
             02 SB-SUBST-TCHR   PIC 9(04).
             02 SB-STATUS       PIC X(01).
                 88 SB-COVERED      VALUE 'C'.
                 88 SB-UNCOVERED    VALUE 'U'.
