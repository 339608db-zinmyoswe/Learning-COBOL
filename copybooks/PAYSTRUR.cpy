      ******************************************************************
      * PAYSTRUR - teacher pay structure master record on PAYSTRUC.DAT,
      * one record per TCHRMST.DAT teacher: the monthly basic, the
      * standing allowances and deductions, and the salary account the
      * net pay is transferred to. Maintained by PAYSTRUC (supervisor
      * sign-on only) and read by the PAYROLL monthly run, which takes
      * loss-of-pay days off the TCHRLEAV.DAT leave register.
      ******************************************************************
       01 PAY-STRUCTURE-RECORD.
             02 PS-TEACHER-ID     PIC 9(04).
             02 PS-BASIC-PAY      PIC 9(07)V9(02).
             02 PS-DEARNESS-ALLOW PIC 9(07)V9(02).
             02 PS-HOUSE-RENT     PIC 9(07)V9(02).
             02 PS-OTHER-ALLOW    PIC 9(07)V9(02).
             02 PS-PROVIDENT-FUND PIC 9(07)V9(02).
             02 PS-PROFESSION-TAX PIC 9(07)V9(02).
             02 PS-INCOME-TAX     PIC 9(07)V9(02).
             02 PS-OTHER-DEDUCT   PIC 9(07)V9(02).
             02 PS-BANK-CODE      PIC X(11).
             02 PS-BANK-ACCOUNT   PIC X(18).
