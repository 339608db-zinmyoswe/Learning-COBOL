      ******************************************************************
      * DOCLISTR - admission document checklist card on DOCLIST.DAT,
      * one per document required of a student entering a class (the
      * class of entry), kept by a supervisor at the ADMDOCS desk.
      * DCL-MANDATORY 'Y' documents must all be received (or waived)
      * before BRDREGNO will record a board registration number.
      * ADMINTAK copies the class's checklist onto STUDOCS.DAT as
      * pending rows when it posts a new student.
      ******************************************************************
       01 DOC-CHECKLIST-RECORD.
             02 DCL-CLASS       PIC 9(02).
             02 DCL-DOC-CODE    PIC X(04).
             02 DCL-DOC-NAME    PIC X(20).
             02 DCL-MANDATORY   PIC X(01).
                 88 DCL-DOC-MANDATORY VALUE 'Y'.
