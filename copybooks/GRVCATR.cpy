      ******************************************************************
      * GRVCATR - grievance category on GRVCAT.DAT, kept by a
      * supervisor on the GRVDESK desk: the category code keyed when
      * a complaint is logged, its description, the desk a new ticket
      * in the category goes to, and the number of calendar days the
      * school allows itself to respond. When no GRVCAT.DAT is on
      * file the desk works from its standard categories.
      ******************************************************************
       01 GRIEVANCE-CATEGORY-RECORD.
             02 GC-CATEGORY        PIC X(04).
             02 GC-DESCRIPTION     PIC X(20).
             02 GC-DESK            PIC X(10).
             02 GC-TARGET-DAYS     PIC 9(03).
