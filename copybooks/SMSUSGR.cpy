      ******************************************************************
      * SMSUSGR - SMS traffic reconciled by SMSRECON, one row on
      * SMSUSAGE.DAT per sending program and message category for
      * the feed lines each run totals past the SMSMARK.DAT mark,
      * dated with the run date, so no line is counted twice. Delivered
      * messages and their segments are what the gateway bills and
      * what SMSCOST allocates to departments each month.
      ******************************************************************
       01 SMS-USAGE-RECORD.
             02 SU-RECON-DATE      PIC 9(08).
             02 SU-PROGRAM-ID      PIC X(08).
             02 SU-CATEGORY        PIC X(04).
             02 SU-SENT-COUNT      PIC 9(06).
             02 SU-DELIVERED-COUNT PIC 9(06).
             02 SU-UNDELIV-COUNT   PIC 9(06).
             02 SU-DLV-SEGMENTS    PIC 9(07).
