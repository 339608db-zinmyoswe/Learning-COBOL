      ******************************************************************
      * CIRCREGR - circular register record on CIRCREG.DAT, one per
      * ad-hoc SMS circular drafted on the CIRCDESK desk. A circular
      * is held as a draft until a supervisor other than the drafter
      * approves it; it is then expanded to one guardian phone per
      * family onto SMS.FEED and the recipient counts are kept here.
      * CR-MESSAGE is the whole SMS as the guardian receives it, up to
      * the 160-character gateway limit.
      * A 'L' audience takes its STU-NOs from CIRCLIST.DAT.
      ******************************************************************
       01 CIRCULAR-RECORD.
             02 CR-CIRC-NO        PIC 9(05).
             02 CR-DRAFT-DATE     PIC 9(08).
             02 CR-DRAFTED-BY     PIC X(08).
             02 CR-MESSAGE        PIC X(160).
             02 CR-AUDIENCE       PIC X(01).
                 88 CR-AUD-SCHOOL     VALUE 'W'.
                 88 CR-AUD-CLASS      VALUE 'C'.
                 88 CR-AUD-ROUTE      VALUE 'B'.
                 88 CR-AUD-BOARDERS   VALUE 'H'.
                 88 CR-AUD-LIST       VALUE 'L'.
                 88 CR-AUD-VALID      VALUE 'W' 'C' 'B' 'H' 'L'.
      * A space section sends to every section of the class.
             02 CR-CLASS          PIC 9(02).
             02 CR-SECTION        PIC X(01).
             02 CR-ROUTE-NO       PIC 9(03).
             02 CR-STATUS         PIC X(01).
                 88 CR-DRAFT          VALUE 'D'.
                 88 CR-SENT           VALUE 'S'.
                 88 CR-REJECTED       VALUE 'X'.
             02 CR-APPROVED-BY    PIC X(08).
             02 CR-APPROVED-DATE  PIC 9(08).
             02 CR-STUDENTS       PIC 9(05).
             02 CR-SIBLINGS       PIC 9(05).
             02 CR-OPTED-OUT      PIC 9(05).
             02 CR-NO-PHONE       PIC 9(05).
             02 CR-SMS-SENT       PIC 9(05).
