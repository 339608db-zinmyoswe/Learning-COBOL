      ******************************************************************
      * VEHMSTR - school bus on VEHICLE.DAT, one per registration
      * number, with its seating capacity, the route it runs
      * (ROUTEMST.DAT route number, zero while spare) and the expiry
      * of each document that makes it legal to drive: insurance,
      * fitness certificate, permit and pollution (PUC) certificate.
      * Kept by FLEETMNT; FLEETCMP lists the documents running out
      * and TRNSPORT holds student assignments to the seats.
      ******************************************************************
       01 VEHICLE-RECORD.
             02 VH-REG-NO          PIC X(10).
             02 VH-MAKE-MODEL      PIC X(15).
             02 VH-SEATS           PIC 9(03).
             02 VH-ROUTE-NO        PIC 9(03).
                 88 VH-SPARE            VALUE ZERO.
             02 VH-INSURANCE-EXP   PIC 9(08).
             02 VH-FITNESS-EXP     PIC 9(08).
             02 VH-PERMIT-EXP      PIC 9(08).
             02 VH-PUC-EXP         PIC 9(08).
             02 VH-STATUS          PIC X(01).
                 88 VH-IN-SERVICE       VALUE 'A'.
                 88 VH-WITHDRAWN        VALUE 'W'.
             02 VH-UPDATED-DATE    PIC 9(08).
             02 VH-UPDATED-BY      PIC X(08).
