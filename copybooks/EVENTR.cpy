      ******************************************************************
      * EVENTR - field trip or school event on EVENTS.DAT, one per
      * excursion, tournament or other outing: the destination, the
      * dates away (EV-FROM-DATE .. EV-TO-DATE), the cost charged to
      * each consenting student (zero for a free event), the teacher
      * in charge from TCHRMST.DAT and the date guardian consent must
      * be in by. EVNTDESK keeps the file; the students going are on
      * EVPART.DAT. A cancelled event stays on file with EV-CANCELLED
      * set and can no longer be charged or posted.
      ******************************************************************
       01 EVENT-RECORD.
             02 EV-EVENT-NO        PIC 9(05).
             02 EV-TITLE           PIC X(20).
             02 EV-DESTINATION     PIC X(20).
             02 EV-EVENT-TYPE      PIC X(01).
                 88 EV-EXCURSION        VALUE 'E'.
                 88 EV-TOURNAMENT       VALUE 'T'.
                 88 EV-OTHER-EVENT      VALUE 'O'.
                 88 EV-TYPE-VALID       VALUE 'E' 'T' 'O'.
             02 EV-FROM-DATE       PIC 9(08).
             02 EV-TO-DATE         PIC 9(08).
             02 EV-COST-PER-HEAD   PIC 9(05)V9(02).
             02 EV-TEACHER-ID      PIC 9(04).
             02 EV-CONSENT-BY      PIC 9(08).
             02 EV-STATUS          PIC X(01).
                 88 EV-OPEN             VALUE 'O'.
                 88 EV-CANCELLED        VALUE 'X'.
             02 EV-CREATED-BY      PIC X(08).
             02 EV-CREATED-DATE    PIC 9(08).
