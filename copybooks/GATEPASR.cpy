      ******************************************************************
      * GATEPASR - gate pass / early-release record on GATEPASS.DAT,
      * one per student released during the school day. Appended by
      * the GATEPASS desk only after the collecting adult is matched
      * to a GUARDIAN.DAT entry for the student; the same desk marks
      * the release on ATTDAILY.DAT from GP-FROM-PERIOD onward.
      * GP-SMS-STATUS records whether the release notice went to the
      * guardian primary phone through SMS.FEED, or was held over the
      * GATE category's monthly SMS quota. Printed daily by
      * GATEREG for the principal.
      ******************************************************************
       01 GATE-PASS-RECORD.
             02 GP-PASS-DATE     PIC 9(08).
             02 GP-STU-NO        PIC 9(05).
             02 GP-CLASS         PIC 9(02).
             02 GP-SECTION       PIC X(01).
             02 GP-TIME-OUT      PIC 9(04).
             02 GP-FROM-PERIOD   PIC 9(02).
             02 GP-REASON        PIC X(20).
             02 GP-COLLECTED-BY  PIC X(15).
             02 GP-RELATION      PIC X(10).
             02 GP-SMS-STATUS    PIC X(01).
                 88 GP-SMS-SENT      VALUE 'S'.
                 88 GP-SMS-OPTED-OUT VALUE 'O'.
                 88 GP-SMS-NO-PHONE  VALUE 'N'.
                 88 GP-SMS-HELD      VALUE 'H'.
             02 GP-OPERATOR-ID   PIC X(08).
