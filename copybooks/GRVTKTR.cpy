      ******************************************************************
      * GRVTKTR - guardian complaint / grievance ticket on GRIEVNC.DAT,
      * one row per ticket, kept by the GRVDESK desk. The ticket is
      * logged against the student it concerns, with the category
      * (MARK, TRAN, HSTL, FEES, STAF ...) from GRVCAT.DAT, the desk
      * it is assigned to and the target response date the category
      * allows. GV-STATUS moves from open to in hand to closed; every
      * move is also written to GRVHIST.DAT so the history of the
      * ticket is never lost. A closed ticket carries the closure
      * note. GV-ACK-SMS and GV-CLOSE-SMS record whether the guardian
      * was told by SMS when the ticket was logged and when it was
      * closed - sent, held over the SMS quota, opted out or no phone.
      * GRVAGING ages the open tickets by desk and lists those past
      * their target date for escalation.
      ******************************************************************
       01 GRIEVANCE-RECORD.
             02 GV-TICKET-NO       PIC 9(06).
             02 GV-STU-NO          PIC 9(05).
             02 GV-CLASS           PIC 9(02).
             02 GV-SECTION         PIC X(01).
             02 GV-CATEGORY        PIC X(04).
             02 GV-DESK            PIC X(10).
             02 GV-CHANNEL         PIC X(01).
                 88 GV-BY-PHONE         VALUE 'P'.
                 88 GV-BY-LETTER        VALUE 'L'.
                 88 GV-BY-VISIT         VALUE 'V'.
                 88 GV-CHANNEL-VALID    VALUE 'P' 'L' 'V'.
             02 GV-COMPLAINANT     PIC X(15).
             02 GV-SUMMARY         PIC X(40).
             02 GV-LOGGED-DATE     PIC 9(08).
             02 GV-LOGGED-TIME     PIC 9(04).
             02 GV-LOGGED-BY       PIC X(08).
             02 GV-TARGET-DATE     PIC 9(08).
             02 GV-STATUS          PIC X(01).
                 88 GV-OPEN             VALUE 'O'.
                 88 GV-IN-HAND          VALUE 'W'.
                 88 GV-CLOSED           VALUE 'C'.
                 88 GV-NOT-CLOSED       VALUE 'O' 'W'.
             02 GV-LAST-ACTION-DATE PIC 9(08).
             02 GV-CLOSED-DATE     PIC 9(08).
             02 GV-CLOSED-BY       PIC X(08).
             02 GV-CLOSURE-NOTE    PIC X(40).
             02 GV-ACK-SMS         PIC X(01).
             02 GV-CLOSE-SMS       PIC X(01).
             02 GV-REOPEN-COUNT    PIC 9(01).
