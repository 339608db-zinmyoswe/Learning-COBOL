      ******************************************************************
      * OVERRIDR - supervisor override record on OVERRIDE.DAT: one
      * authorized bypass of one named gate (ATTELIG attendance
      * eligibility, FEEBLOCK unpaid-fee withhold, TERMLOCK closed-term
      * refusal, DOCSPEND board registration with admission documents
      * pending) for one STU-NO, with the reason code and authorizing
      * operator. The OVERCHK subprogram consumes an override exactly
      * once, stamping when and by which program it was honoured; the
      * OVERRIDE desk authorizes them and prints the periodic review
      * register. Overrides happen either way - this makes them visible
      * instead of buried in edited data.
      ******************************************************************
       01 OVERRIDE-RECORD.
             02 OV-GATE-ID      PIC X(08).
