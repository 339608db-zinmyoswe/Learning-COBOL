      ******************************************************************
      * LEAVBALR - teacher leave balance record on LEAVEBAL.DAT, one
      * record per teacher, leave year and charged leave type (C
      * casual / S sick / E earned): the days entitled for the year
      * and the days taken so far. Entitlements are set by a
      * supervisor at the TCHRLEAV desk, which debits LB-TAKEN as
      * leave is recorded and marks days beyond the entitlement as
      * loss of pay on TCHRLEAV.DAT.
      ******************************************************************
       01 LEAVE-BALANCE-RECORD.
             02 LB-TEACHER-ID   PIC 9(04).
             02 LB-LEAVE-YEAR   PIC 9(04).
             02 LB-LEAVE-TYPE   PIC X(01).
             02 LB-ENTITLED     PIC 9(03).
             02 LB-TAKEN        PIC 9(03).
