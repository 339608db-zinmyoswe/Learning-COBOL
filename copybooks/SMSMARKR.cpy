      ******************************************************************
      * SMSMARKR - SMSRECON's mark on SMSMARK.DAT, one row: how many
      * of the leading SMS.FEED lines have already been totalled onto
      * SMSUSAGE.DAT, and the run date that totalled them. Each run
      * totals only the lines past the mark and then moves it on;
      * RETNPURG takes off the mark every line it purges from under
      * it, so the mark keeps counting the same lines.
      ******************************************************************
       01 SMS-MARK-RECORD.
             02 SK-FEED-LINES      PIC 9(07).
             02 SK-MARK-DATE       PIC 9(08).
