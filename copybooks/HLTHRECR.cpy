      ******************************************************************
      * HLTHRECR - student health record on HEALTH.DAT, one record per
      * STU-NO: blood group, chronic conditions, allergies and any
      * emergency medication the student carries or needs. Maintained
      * by HEALTHDK; read through the HLTHCHK subprogram so the hostel
      * roll (HOSTEL), the route manifests (TRNSPORT) and the exam
      * hall rosters (SEATALOC) print a medical alert line under any
      * student with a condition, allergy or medication on file.
      ******************************************************************
       01 HEALTH-RECORD.
             02 HL-STU-NO       PIC 9(05).
             02 HL-BLOOD-GROUP  PIC X(03).
             02 HL-CONDITIONS   PIC X(20).
             02 HL-ALLERGIES    PIC X(20).
             02 HL-MEDICATION   PIC X(20).
             02 HL-UPDATED      PIC 9(08).
             02 HL-OPERATOR-ID  PIC X(08).
