      ******************************************************************
      * DVALENTR - double-valuation evaluation entry on DVALENT.DAT,
      * one per evaluation of a coded answer book keyed at the
      * DVALDESK desk. A board-class script is marked independently
      * by two evaluators (rounds 1 and 2) against its SECRCODE
      * secret code and subject; a script DVALRSLV finds wider apart
      * than the DVALPARM tolerance goes on the DVALQUE.DAT queue for
      * a third evaluator (round 3), whose mark is final. A round
      * keyed again by a supervisor is a later row and replaces the
      * earlier one - rows are never changed.
      ******************************************************************
       01 DOUBLE-VALUATION-ENTRY.
             02 DV-TERM-CODE      PIC 9(02).
             02 DV-SECRET-CODE    PIC 9(06).
             02 DV-SUBJ-CODE      PIC X(04).
             02 DV-ROUND          PIC 9(01).
                 88 DV-FIRST-EVALUATION  VALUE 1.
                 88 DV-SECOND-EVALUATION VALUE 2.
                 88 DV-THIRD-EVALUATION  VALUE 3.
             02 DV-EVALUATOR-ID   PIC 9(04).
             02 DV-SUBJ-MARKS     PIC 9(03).
             02 DV-SUBJ-CREDITS   PIC 9(01).
             02 DV-ENTRY-DATE     PIC 9(08).
             02 DV-ENTRY-TIME     PIC 9(08).
             02 DV-OPERATOR-ID    PIC X(08).
