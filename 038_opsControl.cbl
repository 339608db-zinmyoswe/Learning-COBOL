           05 FILLER           PIC X(02).
           05 INE-ATTENDANCE   PIC 9(03).
       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.
       FD  PHONE-REJECT-LOG.
       01 PHONE-REJECT-LINE.
           05 REJ-PH-NO          PIC 9(08).
