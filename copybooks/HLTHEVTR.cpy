      ******************************************************************
      * HLTHEVTR - student health event record on HLTHEVNT.DAT, one
      * record per annual check-up ('C' - height, weight, vision and
      * the doctor's findings) or infirmary visit ('V' - complaint,
      * treatment given and whether the student was sent home).
      * Appended by HEALTHDK and shown on its student health card.
      ******************************************************************
       01 HEALTH-EVENT-RECORD.
             02 HE-STU-NO       PIC 9(05).
             02 HE-EVENT-DATE   PIC 9(08).
             02 HE-EVENT-TYPE   PIC X(01).
                 88 HE-CHECK-UP      VALUE 'C'.
                 88 HE-INFIRMARY     VALUE 'V'.
             02 HE-HEIGHT-CM    PIC 9(03).
             02 HE-WEIGHT-KG    PIC 9(03)V9(01).
             02 HE-VISION       PIC X(07).
             02 HE-FINDING      PIC X(30).
             02 HE-ACTION       PIC X(20).
             02 HE-SENT-HOME    PIC X(01).
                 88 HE-WAS-SENT-HOME VALUE 'Y'.
             02 HE-OPERATOR-ID  PIC X(08).
