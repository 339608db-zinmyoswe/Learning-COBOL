      ******************************************************************
      * IDREISSR - identity card reissue register record on
      * IDREISS.DAT, one record per duplicate card printed for a
      * student whose card was lost or damaged. Written by the IDCARDS
      * desk, which also posts the reissue fee to FEELEDGR.DAT; the
      * copy number printed on the duplicate card is the count of
      * earlier reissues for the student plus one, so a found card
      * can be told from its replacement at the gate.
      ******************************************************************
       01 ID-REISSUE-RECORD.
             02 IR-STU-NO        PIC 9(05).
             02 IR-ISSUE-DATE    PIC 9(08).
             02 IR-COPY-NO       PIC 9(02).
             02 IR-FEE-CHARGED   PIC 9(05)V9(02).
             02 IR-REASON        PIC X(20).
             02 IR-OPERATOR-ID   PIC X(08).
