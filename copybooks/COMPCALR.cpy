      ******************************************************************
      * COMPCALR - statutory and academic compliance deadline, one
      * per row on COMPCAL.DAT: what is due, to which authority, by
      * when, and the program whose clean run satisfies it (BRDREGNO,
      * CENSUS, BOARDEXP, SCHDISB and so on; spaces for a deadline
      * met by hand). A RUNLOG.DAT entry for that program, run on or
      * after CC-PERIOD-FROM, for CC-TERM-CODE (zero = any term) and
      * finishing at or below CC-MAX-RC, meets the deadline. COMPDESK
      * keeps the file; COMPCHK checks it daily, prints the upcoming
      * and overdue report and raises the next occurrence of a
      * monthly or yearly deadline once the current one is met or
      * waived, marking the old row CC-ROLLED-OVER.
      ******************************************************************
       01 COMPLIANCE-DEADLINE-RECORD.
             02 CC-DEADLINE-ID     PIC 9(04).
             02 CC-DESCRIPTION     PIC X(30).
             02 CC-AUTHORITY       PIC X(10).
             02 CC-DUE-DATE        PIC 9(08).
             02 CC-PERIOD-FROM     PIC 9(08).
             02 CC-PROGRAM-ID      PIC X(08).
                 88 CC-MANUAL-DEADLINE  VALUE SPACES.
             02 CC-TERM-CODE       PIC 9(02).
                 88 CC-ANY-TERM         VALUE ZERO.
             02 CC-MAX-RC          PIC 9(02).
             02 CC-RECURRENCE      PIC X(01).
                 88 CC-ONCE-ONLY        VALUE 'O'.
                 88 CC-MONTHLY          VALUE 'M'.
                 88 CC-YEARLY           VALUE 'Y'.
                 88 CC-RECURRENCE-VALID VALUE 'O' 'M' 'Y'.
             02 CC-OWNER           PIC X(15).
             02 CC-STATUS          PIC X(01).
                 88 CC-OPEN             VALUE 'O'.
                 88 CC-MET              VALUE 'M'.
                 88 CC-WAIVED           VALUE 'W'.
             02 CC-MET-DATE        PIC 9(08).
             02 CC-MET-BY          PIC X(08).
             02 CC-ROLLED-FLAG     PIC X(01).
                 88 CC-ROLLED-OVER      VALUE 'Y'.
