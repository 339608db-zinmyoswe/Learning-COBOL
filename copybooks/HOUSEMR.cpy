      ******************************************************************
      * HOUSEMR - house master record on HOUSEMST.DAT, one per house
      * the students are divided into for sports and cultural
      * competitions: the one-letter code carried on HOUSEALC.DAT and
      * HOUSEPTS.DAT, the house name and colour printed on ID cards
      * and progress reports, and the TCHRMST.DAT teacher who is
      * house master. HOUSEDSK keeps the file; a retired house stays
      * on file with HM-RETIRED set, takes no new students and earns
      * no points.
      ******************************************************************
       01 HOUSE-MASTER-RECORD.
             02 HM-HOUSE-CODE      PIC X(01).
             02 HM-HOUSE-NAME      PIC X(12).
             02 HM-COLOUR          PIC X(08).
             02 HM-TEACHER-ID      PIC 9(04).
             02 HM-STATUS          PIC X(01).
                 88 HM-ACTIVE           VALUE 'A'.
                 88 HM-RETIRED          VALUE 'R'.
