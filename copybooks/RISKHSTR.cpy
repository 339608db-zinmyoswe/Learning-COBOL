      ******************************************************************
      * RISKHSTR - dropout-risk score history record on RISKHIST.DAT,
      * one per active student per monthly RISKSCOR run: the weighted
      * score, the five factor scores (0-100) it was built from and
      * whether the student made the watch-list. Each run prints the
      * student's previous score beside the new one, so a class
      * teacher can see whether intervention moved the student.
      ******************************************************************
       01 RISK-HISTORY-RECORD.
             02 RH-RUN-DATE       PIC 9(08).
             02 RH-STU-NO         PIC 9(05).
             02 RH-CLASS          PIC 9(02).
             02 RH-SECTION        PIC X(01).
             02 RH-SCORE          PIC 9(03).
             02 RH-ATTEND-FACTOR  PIC 9(03).
             02 RH-MARKS-FACTOR   PIC 9(03).
             02 RH-FEES-FACTOR    PIC 9(03).
             02 RH-CONDUCT-FACTOR PIC 9(03).
             02 RH-CONTACT-FACTOR PIC 9(03).
             02 RH-WATCH-FLAG     PIC X(01).
                 88 RH-ON-WATCH       VALUE 'Y'.
