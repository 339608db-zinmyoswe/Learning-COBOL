      ******************************************************************
      * HOUSEALR - house allocation record on HOUSEALC.DAT, one per
      * student: the HOUSEMST.DAT house the student belongs to, when
      * and by whom it was given. HOUSEALC deals every student on roll
      * without a house to one, balanced by class and gender and
      * keeping FAMILY.DAT siblings together; HOUSEDSK moves a single
      * student. A student keeps the house from year to year. HOUSECHK
      * looks the house up for the ID cards and progress reports.
      ******************************************************************
       01 HOUSE-ALLOCATION-RECORD.
             02 HS-STU-NO          PIC 9(05).
             02 HS-HOUSE-CODE      PIC X(01).
             02 HS-ALLOC-DATE      PIC 9(08).
             02 HS-ALLOC-BY        PIC X(08).
