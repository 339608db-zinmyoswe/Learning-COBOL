      ******************************************************************
      * PURGARCR - purged-record archive line written by RETNPURG to
      * the dated archive file for each purged file (for example
      * STDJRNL.A20260331). PA-IMAGE is the live record exactly as it
      * stood, left-justified and space-filled, so a record can be
      * put back by moving PA-IMAGE to the live file's layout. The
      * archive name, record count and hash total of every purge are
      * kept on the PURGCATL.DAT catalog.
      ******************************************************************
       01 PURGE-ARCHIVE-RECORD.
             02 PA-FILE-TYPE    PIC X(08).
             02 PA-PURGE-DATE   PIC 9(08).
             02 PA-IMAGE        PIC X(237).
