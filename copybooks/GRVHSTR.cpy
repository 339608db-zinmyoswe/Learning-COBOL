      ******************************************************************
      * GRVHSTR - status history of a grievance ticket on GRVHIST.DAT,
      * appended by the GRVDESK desk for every action on a ticket -
      * logged, action noted, passed to another desk, closed or
      * reopened - with the status before and after, the desk holding
      * the ticket afterwards, the note keyed and the operator. Rows
      * are never changed; the ticket's own row on GRIEVNC.DAT holds
      * only its current state.
      ******************************************************************
       01 GRIEVANCE-HISTORY-RECORD.
             02 GH-TICKET-NO       PIC 9(06).
             02 GH-ACTION-DATE     PIC 9(08).
             02 GH-ACTION-TIME     PIC 9(04).
             02 GH-ACTION          PIC X(01).
                 88 GH-LOGGED           VALUE 'L'.
                 88 GH-ACTION-NOTED     VALUE 'A'.
                 88 GH-REASSIGNED       VALUE 'R'.
                 88 GH-CLOSED           VALUE 'C'.
                 88 GH-REOPENED         VALUE 'O'.
             02 GH-FROM-STATUS     PIC X(01).
             02 GH-TO-STATUS       PIC X(01).
             02 GH-DESK            PIC X(10).
             02 GH-NOTE            PIC X(40).
             02 GH-OPERATOR-ID     PIC X(08).
