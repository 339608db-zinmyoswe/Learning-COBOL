      ******************************************************************
      * MEALCNTR - midday meal daily count on MEALCNT.DAT, one per
      * meal date and class, written by MIDMEAL from the whole-day
      * ATTDAILY.DAT register (hostel boarders, who eat at the mess,
      * left out) and the meals-served count keyed for the class.
      * MC-ENROLLED is the day scholars on the roll of an eligible
      * class; grain and cooking cost are the MEALPM.DAT per-child
      * norms on the meals served. A rerun for a date replaces that
      * date's counts. The monthly return is summed from here.
      ******************************************************************
       01 MEAL-COUNT-RECORD.
             02 MC-MEAL-DATE       PIC 9(08).
             02 MC-CLASS           PIC 9(02).
             02 MC-ENROLLED        PIC 9(04).
             02 MC-PRESENT         PIC 9(04).
             02 MC-SERVED          PIC 9(04).
             02 MC-GRAIN-KG        PIC 9(03)V9(03).
             02 MC-COST            PIC 9(05)V9(02).
             02 MC-VARIANCE-FLAG   PIC X(01).
                 88 MC-VARIANCE       VALUE 'V'.
