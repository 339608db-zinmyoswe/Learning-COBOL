           05 MIN-SUBJ-CREDITS   PIC 9(01).
           05 MIN-ABSENT-FLAG    PIC X(01).
       FD  SUBJECT-TEACHER-REF.
           COPY SUBTCHRR.
       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
