      ******************************************************************
      * SMSQUOTR - one row per SMS message category on SMSQUOTA.DAT,
      * kept on SMSQDESK. The category is the SMSTMPL message type
      * (ABSX, FEEN, GATE ...). SQU-DEPARTMENT is the department the
      * gateway cost of the category is allocated to by SMSCOST.
      * SQU-MONTHLY-QUOTA is the number of messages the category may
      * send in a calendar month, zero for no limit. An urgent
      * category is never held; a routine one over its quota is held
      * on SMSHELD.DAT. SQU-USED-MONTH / SQU-USED-COUNT are kept by
      * the SMSGATE routine - the messages passed for sending in that
      * month - and start again from zero in a new month.
      ******************************************************************
       01 SMS-QUOTA-RECORD.
             02 SQU-CATEGORY       PIC X(04).
             02 SQU-DEPARTMENT     PIC X(12).
             02 SQU-MONTHLY-QUOTA  PIC 9(06).
             02 SQU-URGENT-FLAG    PIC X(01).
                 88 SQU-URGENT          VALUE 'Y'.
             02 SQU-USED-MONTH     PIC 9(06).
             02 SQU-USED-COUNT     PIC 9(06).
             02 SQU-CHANGED-BY     PIC X(08).
             02 SQU-CHANGED-DATE   PIC 9(08).
