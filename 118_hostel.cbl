      *          current boarder's FEELEDGR.DAT ledger, and prints
      *          the nightly boarder roll to HSTLROLL.RPT for the
      *          warden with the guardian contact numbers from
      *          GUARDIAN.DAT for emergencies, and a medical alert
      *          line from the HEALTH.DAT record (through HLTHCHK)
      *          under any boarder with a condition, allergy or
      *          emergency medication on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CHARGE-DESC     PIC X(20).
       01 WS-GUARD-NAME      PIC X(15).
       01 WS-GUARD-PHONE     PIC 9(12).
       01 WS-HL-BLOOD-GROUP  PIC X(03).
       01 WS-HL-CONDITIONS   PIC X(20).
       01 WS-HL-ALLERGIES    PIC X(20).
       01 WS-HL-MEDICATION   PIC X(20).
       01 WS-HEALTH-RESULT   PIC X(01).
           88 MEDICAL-ALERT    VALUE 'A'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   DELIMITED BY SIZE INTO BOARDER-ROLL-LINE
               WRITE BOARDER-ROLL-LINE
           END-IF.
           PERFORM WRITE-MEDICAL-ALERT.

       WRITE-MEDICAL-ALERT.
           CALL 'HLTHCHK' USING WS-WORK-STU-NO WS-HL-BLOOD-GROUP
               WS-HL-CONDITIONS WS-HL-ALLERGIES WS-HL-MEDICATION
               WS-HEALTH-RESULT.
           IF MEDICAL-ALERT
               MOVE SPACES TO BOARDER-ROLL-LINE
               STRING '  ** ALERT ' WS-HL-CONDITIONS ' ALLERGY '
                   WS-HL-ALLERGIES
                   DELIMITED BY SIZE INTO BOARDER-ROLL-LINE
               WRITE BOARDER-ROLL-LINE
               MOVE SPACES TO BOARDER-ROLL-LINE
               STRING '     MEDICATION ' WS-HL-MEDICATION
                   ' BLOOD GROUP ' WS-HL-BLOOD-GROUP
                   DELIMITED BY SIZE INTO BOARDER-ROLL-LINE
               WRITE BOARDER-ROLL-LINE
           END-IF.

       LOOK-UP-GUARDIAN-CONTACT.
      * First guardian on file; the loop is armed on its own
