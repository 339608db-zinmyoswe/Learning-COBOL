      ******************************************************************
      * SMSHELDR - a routine SMS held by the SMSGATE routine because
      * its category had used its monthly quota, one row on
      * SMSHELD.DAT per message. SH-LINE is the SMS.FEED line exactly
      * as it would have been written. A supervisor on SMSQDESK
      * releases it to SMS.FEED or discards it; the row stays on file
      * with the action, who took it and when.
      ******************************************************************
       01 SMS-HELD-RECORD.
             02 SH-HELD-DATE       PIC 9(08).
             02 SH-STATUS          PIC X(01).
                 88 SH-PENDING          VALUE 'H'.
                 88 SH-RELEASED         VALUE 'R'.
                 88 SH-DISCARDED        VALUE 'D'.
             02 SH-ACTION-BY       PIC X(08).
             02 SH-ACTION-DATE     PIC 9(08).
             02 SH-LINE            PIC X(237).
