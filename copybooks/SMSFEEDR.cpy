      ******************************************************************
      * SMSFEEDR - SMS notification line on SMS.FEED, one per message
      * handed to the SMS gateway. SMS-REASON is the short reason the
      * message was raised (kept for SMSRECON and the control totals);
      * SMS-TEXT is the full wording the guardian receives, built by
      * the SMSTEXT routine from the SMSTMPL.DAT template for the
      * message type and the student's language. Every line is tagged
      * by the SMSGATE routine with the sending program, the message
      * category (the SMSTMPL message type), its priority and the
      * gateway segments it will be billed for; a routine message
      * held over its category's monthly quota and later released by
      * a supervisor on SMSQDESK carries the supervisor's id.
      ******************************************************************
       01 SMS-NOTIFICATION-LINE.
             02 SMS-PHONE          PIC 9(12).
             02 FILLER             PIC X(02).
             02 SMS-STU-NO         PIC 9(05).
             02 FILLER             PIC X(02).
             02 SMS-REASON         PIC X(30).
             02 FILLER             PIC X(02).
             02 SMS-TEXT           PIC X(160).
             02 FILLER             PIC X(02).
             02 SMS-PROGRAM-ID     PIC X(08).
             02 SMS-CATEGORY       PIC X(04).
             02 SMS-PRIORITY       PIC X(01).
                 88 SMS-URGENT          VALUE 'U'.
                 88 SMS-ROUTINE         VALUE 'R'.
             02 SMS-SEGMENTS       PIC 9(01).
             02 SMS-RELEASED-BY    PIC X(08).
