      ******************************************************************
      * DVALPRMR - double-valuation parameter card on DVALPARM.DAT,
      * read by DVALRSLV and MRKDCODE. Names the classes whose
      * scripts are double-valued ('Y' under the class), the
      * widest difference in marks the two evaluations may show and
      * still be settled without a third evaluator, whether such a
      * pair settles on the average ('A') or the higher mark ('H'),
      * and how many wide differences make an evaluator pair
      * "frequent" on the DVALRSLV report. With no card, or a zero
      * or blank field, classes 10 and 12 are double-valued with a
      * tolerance of 10 marks settling on the average, and three
      * wide differences are frequent.
      ******************************************************************
       01 DOUBLE-VALUATION-PARMS.
             02 DP-TOLERANCE      PIC 9(03).
             02 DP-RESOLVE-RULE   PIC X(01).
                 88 DP-TAKE-AVERAGE VALUE 'A'.
                 88 DP-TAKE-HIGHER  VALUE 'H'.
             02 DP-FREQUENT-COUNT PIC 9(03).
             02 DP-BOARD-CLASSES.
                 03 DP-BOARD-CLASS PIC X(01) OCCURS 12 TIMES.
