      ******************************************************************
      * PROMHSTR - promotion history record on PROMHIST.DAT, appended
      * by PROMOTE for every student decided in an apply run: the
      * machine-readable copy of the signed PROMOREG.RPT register, so
      * a student's year-by-year passage through the school (and a
      * whole intake's, for COHORT) can be followed after the printed
      * registers have gone to the file room. PH-CLASS is the class
      * the decision was taken in, before any promotion was applied.
      ******************************************************************
       01 PROMOTION-HISTORY-RECORD.
             02 PH-APPLY-DATE      PIC 9(08).
             02 PH-TERM-CODE       PIC 9(02).
             02 PH-STU-NO          PIC 9(05).
             02 PH-GENDER          PIC X(01).
             02 PH-CLASS           PIC 9(02).
             02 PH-DECISION        PIC X(01).
                 88 PH-PROMOTED       VALUE 'P'.
                 88 PH-DETAINED       VALUE 'D'.
                 88 PH-REVIEW         VALUE 'V'.
