      ******************************************************************
      * SMSRATER - SMS gateway tariff on SMSRATE.DAT, kept on
      * SMSQDESK. The gateway bills each message by the segment: a
      * message of up to SR-SEGMENT-CHARS characters is one segment,
      * a longer one a segment for each part. A row with a space
      * category is the general rate; a row for one category
      * overrides it for that category. The rate in force on a day is
      * the row with the latest effective date on or before it.
      ******************************************************************
       01 SMS-RATE-RECORD.
             02 SR-EFFECTIVE-DATE  PIC 9(08).
             02 SR-CATEGORY        PIC X(04).
             02 SR-SEGMENT-CHARS   PIC 9(03).
             02 SR-SEGMENT-RATE    PIC 9(02)V9(04).
             02 SR-CHANGED-BY      PIC X(08).
