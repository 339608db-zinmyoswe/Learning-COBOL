      ******************************************************************
      * EXMACCMR - exam accommodation record on EXAMACCM.DAT, one per
      * student and accommodation type, kept by the EXAMACCM desk. A
      * clerk registers the need against the certificate (disability
      * or temporary injury) with its validity dates; it applies only
      * once a supervisor other than the clerk has approved it.
      * ACCOMCHK answers for a student over a date window: SEATALOC
      * seats extra-time, scribe and reader cases in the separate
      * accommodation room and ground-floor cases in the ground-floor
      * halls, INVIGDTY assigns the scribes, readers and the
      * extended-time invigilator, and ADMITCRD prints the approved
      * accommodation on the card. A zero AC-VALID-TO is open-ended.
      ******************************************************************
       01 EXAM-ACCOM-RECORD.
             02 AC-KEY.
                 03 AC-STU-NO        PIC 9(05).
                 03 AC-ACCOM-TYPE    PIC X(01).
                     88 AC-EXTRA-TIME     VALUE 'T'.
                     88 AC-SCRIBE         VALUE 'S'.
                     88 AC-READER         VALUE 'R'.
                     88 AC-GROUND-FLOOR   VALUE 'G'.
                     88 AC-TYPE-VALID     VALUE 'T' 'S' 'R' 'G'.
             02 AC-EXTRA-MINUTES   PIC 9(03).
             02 AC-BASIS           PIC X(01).
                 88 AC-DISABILITY     VALUE 'D'.
                 88 AC-INJURY         VALUE 'I'.
                 88 AC-BASIS-VALID    VALUE 'D' 'I'.
             02 AC-CERT-REF        PIC X(15).
             02 AC-VALID-FROM      PIC 9(08).
             02 AC-VALID-TO        PIC 9(08).
             02 AC-STATUS          PIC X(01).
                 88 AC-PENDING        VALUE 'P'.
                 88 AC-APPROVED       VALUE 'A'.
                 88 AC-REJECTED       VALUE 'R'.
                 88 AC-WITHDRAWN      VALUE 'W'.
             02 AC-REQ-OPERATOR    PIC X(08).
             02 AC-REQ-DATE        PIC 9(08).
             02 AC-DEC-OPERATOR    PIC X(08).
             02 AC-DEC-DATE        PIC 9(08).
