           05 INE-STU-NO       PIC 9(05).
           05 FILLER           PIC X(22).
       FD  SUBJECT-TEACHER-REF.
           COPY SUBTCHRR.
       FD  MARKS-DETAIL-FILE.
           COPY MRKDTLR.
       FD  INTEGRITY-REPORT.
