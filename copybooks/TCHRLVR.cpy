      ******************************************************************
      * TCHRLVR - teacher leave/attendance register record on
      * TCHRLEAV.DAT, one record per teacher per working day away:
      * the leave type charged (casual, sick, earned against the
      * LEAVEBAL.DAT balance; on-duty uncharged; without-pay and
      * unauthorised absence always loss of pay) and whether the day
      * was loss of pay because the balance ran out. Maintained by
      * TCHRLEAV; SUBSTARR reads it each morning to find the periods
      * left uncovered.
      ******************************************************************
       01 TEACHER-LEAVE-RECORD.
             02 TL-TEACHER-ID   PIC 9(04).
             02 TL-LEAVE-DATE   PIC 9(08).
             02 TL-LEAVE-TYPE   PIC X(01).
                 88 TL-CASUAL-LEAVE  VALUE 'C'.
                 88 TL-SICK-LEAVE    VALUE 'S'.
                 88 TL-EARNED-LEAVE  VALUE 'E'.
                 88 TL-ON-DUTY       VALUE 'D'.
                 88 TL-WITHOUT-PAY   VALUE 'W'.
                 88 TL-UNAUTH-ABSENT VALUE 'A'.
                 88 TL-CHARGED-LEAVE VALUE 'C' 'S' 'E'.
                 88 TL-TYPE-VALID    VALUE 'C' 'S' 'E' 'D' 'W' 'A'.
             02 TL-LOP-FLAG     PIC X(01).
                 88 TL-LOSS-OF-PAY   VALUE 'Y'.
             02 TL-REASON       PIC X(20).
             02 TL-OPERATOR-ID  PIC X(08).
