      * per student linked to a family id. Maintained (attach/detach)
      * by FAMMAINT, which also keeps the one-per-family guardian
      * contact on FAMGUARD.DAT and prints the combined family
      * statement. SECALLOC's sibling option and HOUSEALC's sibling
      * grouping read this link instead of matching surnames,
      * falling back to a shared guardian phone only for students
      * not yet attached to a family.
      ******************************************************************
       01 FAMILY-RECORD.
             02 FM-FAMILY-ID    PIC 9(05).
