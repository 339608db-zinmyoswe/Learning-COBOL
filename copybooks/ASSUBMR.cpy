      ******************************************************************
      * ASSUBMR - one student's submission against an ASSIGN.DAT
      * assignment, on ASSIGSUB.DAT, at most one row per assignment
      * and STU-NO. HWKDESK records work handed in - on time when on
      * or before the due date, late after it - with the score out of
      * the assignment's maximum, work excused (a medical absence,
      * say, which counts neither for nor against the student) and,
      * when the assignment is closed, a missing row for each student
      * with nothing handed in. A missing or late row is amended in
      * place when the work comes in.
      ******************************************************************
       01 SUBMISSION-RECORD.
             02 SB-ASSIGN-NO       PIC 9(05).
             02 SB-STU-NO          PIC 9(05).
             02 SB-STATUS          PIC X(01).
                 88 SB-ON-TIME          VALUE 'O'.
                 88 SB-LATE             VALUE 'L'.
                 88 SB-MISSING          VALUE 'M'.
                 88 SB-EXCUSED          VALUE 'E'.
                 88 SB-HANDED-IN        VALUE 'O' 'L'.
             02 SB-SUBMIT-DATE     PIC 9(08).
             02 SB-SCORE           PIC 9(03).
             02 SB-KEYED-BY        PIC X(08).
             02 SB-KEYED-DATE      PIC 9(08).
