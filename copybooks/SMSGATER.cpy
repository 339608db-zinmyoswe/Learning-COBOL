      ******************************************************************
      * SMSGATER - answer area returned by the SMSGATE routine, which
      * every program writing SMS.FEED calls with the notification
      * line just before the WRITE. SG-SEND means write the line as
      * usual; SG-HELD means the category's monthly quota is used up
      * and the routine message has been put on SMSHELD.DAT for a
      * supervisor to release on SMSQDESK - the caller must not write
      * it. SG-QUOTA-LEFT is what the category has left this month
      * (zero when the category has no quota on SMSQUOTA.DAT).
      ******************************************************************
       01 SMS-GATE-ANSWER.
             02 SG-RESULT          PIC X(01).
                 88 SG-SEND             VALUE 'S'.
                 88 SG-HELD             VALUE 'H'.
             02 SG-QUOTA-LEFT      PIC 9(06).
