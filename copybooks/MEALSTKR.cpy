      ******************************************************************
      * MEALSTKR - midday meal food-grain and cooking-cost stock
      * register on MEALSTK.DAT, one line per meal day in date
      * order, posted by MIDMEAL. Each day opens on the previous
      * day's closing, takes in the MEALRCPT.DAT grain and fund
      * receipts for the date and draws down the grain (kg) and the
      * cooking cost for the meals served at the MEALPM.DAT norms.
      * A negative closing is a stock-out. MK-DAY-FLAGGED marks a
      * day whose meals served and eligible attendance differ
      * beyond the tolerance.
      ******************************************************************
       01 MEAL-STOCK-RECORD.
             02 MK-STOCK-DATE      PIC 9(08).
             02 MK-PRESENT         PIC 9(05).
             02 MK-SERVED          PIC 9(05).
             02 MK-GRAIN-OPENING   PIC S9(05)V9(03).
             02 MK-GRAIN-RECEIVED  PIC 9(05)V9(03).
             02 MK-GRAIN-USED      PIC 9(05)V9(03).
             02 MK-GRAIN-CLOSING   PIC S9(05)V9(03).
             02 MK-COST-OPENING    PIC S9(07)V9(02).
             02 MK-COST-RECEIVED   PIC 9(07)V9(02).
             02 MK-COST-SPENT      PIC 9(07)V9(02).
             02 MK-COST-CLOSING    PIC S9(07)V9(02).
             02 MK-DAY-FLAG        PIC X(01).
                 88 MK-DAY-FLAGGED    VALUE 'Y'.
