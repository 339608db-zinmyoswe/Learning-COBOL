      ******************************************************************
      * RETNRULR - retention rule card on RETNRULE.DAT, one per audit
      * or journal file that the RETNPURG purge job trims, kept by a
      * supervisor at the RETNDESK desk. RR-FILE-TYPE is the short
      * name the purge job knows the file by (MARKSAUD, STDCHG,
      * STDJRNL, SESSJRNL, RUNLOG, SMSFEED, DUNHIST). Records older
      * than RR-KEEP-YEARS before the run-date are archived and taken
      * off the live file; zero years keeps everything. A file under
      * legal hold (RR-FILE-HOLD 'Y') is not purged at all.
      ******************************************************************
       01 RETENTION-RULE-RECORD.
             02 RR-FILE-TYPE    PIC X(08).
             02 RR-KEEP-YEARS   PIC 9(02).
             02 RR-FILE-HOLD    PIC X(01).
                 88 RR-FILE-ON-HOLD  VALUE 'Y'.
             02 RR-HOLD-REASON  PIC X(20).
             02 RR-CHANGED-DATE PIC 9(08).
             02 RR-OPERATOR-ID  PIC X(08).
