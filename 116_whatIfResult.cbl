      *          every student whose classification changes between
      *          them - so the academic committee decides on
      *          evidence before TERMRSLT makes it official.
      *          Internal assessment rows count with the unit tests,
      *          as in TERMRSLT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           END-IF.

       TALLY-ONE-EXAM-LINE.
      * Internal assessment from the homework scores counts with
      * the unit tests.
           EVALUATE DTL-EXAM-TYPE
               WHEN 'U'
               WHEN 'I'
                   MOVE 1 TO WS-EXAM-SLOT-NO
               WHEN 'M'
                   MOVE 2 TO WS-EXAM-SLOT-NO
