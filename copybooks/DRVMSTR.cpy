      ******************************************************************
      * DRVMSTR - bus crew member on DRIVER.DAT, one per crew number:
      * a driver with licence number and licence expiry, or an
      * attendant (no licence), each with the date of their last
      * police verification and the route they work (zero while
      * spare). Kept by FLEETMNT; FLEETCMP lists licences and police
      * verifications running out.
      ******************************************************************
       01 DRIVER-RECORD.
             02 DV-CREW-NO         PIC 9(04).
             02 DV-NAME            PIC X(20).
             02 DV-ROLE            PIC X(01).
                 88 DV-DRIVER           VALUE 'D'.
                 88 DV-ATTENDANT        VALUE 'A'.
                 88 DV-ROLE-VALID       VALUE 'D' 'A'.
             02 DV-LICENCE-NO      PIC X(16).
             02 DV-LICENCE-EXP     PIC 9(08).
             02 DV-POLICE-VERIFIED PIC 9(08).
             02 DV-PHONE           PIC 9(12).
             02 DV-ROUTE-NO        PIC 9(03).
                 88 DV-SPARE            VALUE ZERO.
             02 DV-STATUS          PIC X(01).
                 88 DV-ON-DUTY          VALUE 'A'.
                 88 DV-LEFT-SERVICE     VALUE 'L'.
             02 DV-UPDATED-DATE    PIC 9(08).
             02 DV-UPDATED-BY      PIC X(08).
