      ******************************************************************
      * LEGLHLDR - student legal hold on LEGLHOLD.DAT, one record per
      * STU-NO under enquiry, placed and released by a supervisor at
      * the RETNDESK desk. While a hold is on file the RETNPURG purge
      * job keeps every audit and journal record for the student on
      * the live files whatever its age.
      ******************************************************************
       01 LEGAL-HOLD-RECORD.
             02 LH-STU-NO       PIC 9(05).
             02 LH-PLACED-DATE  PIC 9(08).
             02 LH-REASON       PIC X(30).
             02 LH-OPERATOR-ID  PIC X(08).
