      ******************************************************************
      * DVALQUER - third-evaluator queue on DVALQUE.DAT, rebuilt by
      * every DVALRSLV run: one row per double-valued script whose
      * two evaluations differ by more than the DVALPARM tolerance
      * and which has no third evaluation yet. DVALDESK takes a
      * round 3 mark only for a script on this queue.
      ******************************************************************
       01 THIRD-EVALUATOR-QUEUE.
             02 DQ-TERM-CODE      PIC 9(02).
             02 DQ-SECRET-CODE    PIC 9(06).
             02 DQ-SUBJ-CODE      PIC X(04).
             02 DQ-FIRST-EVALUATOR  PIC 9(04).
             02 DQ-SECOND-EVALUATOR PIC 9(04).
             02 DQ-DIFFERENCE     PIC 9(03).
             02 DQ-QUEUED-DATE    PIC 9(08).
