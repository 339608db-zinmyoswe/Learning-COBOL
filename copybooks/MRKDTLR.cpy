                     88 DTL-PRACTICAL   VALUE 'P'.
             02 DTL-SUBJ-MARKS     PIC 9(03).
             02 DTL-SUBJ-CREDITS   PIC 9(01).
      * 'U' is a sitting cancelled by an unfair-means decision on
      * UFMCASE.DAT - the marks are held at zero and the row is
      * locked against capture and correction.
             02 DTL-ABSENT-FLAG    PIC X(01).
                 88 DTL-MARKS-ABSENT    VALUE 'A'.
                 88 DTL-MARKS-CANCELLED VALUE 'U'.
