      ******************************************************************
      * ABUNDLR - answer-book bundle custody record on ABUNDLE.DAT, one
      * per bundle of coded answer books handed to an evaluator. A
      * bundle is one subject's books for a range of SECRCODE secret
      * codes; ABCUSTDY records who took it, when, and how many books
      * went out and came back. MRKDCODE will not decode marks for a
      * code whose bundle is still out, and EVALPAY pays evaluators
      * on the books returned.
      ******************************************************************
       01 ANSWER-BUNDLE-RECORD.
             02 AB-TERM-CODE      PIC 9(02).
             02 AB-BUNDLE-NO      PIC 9(04).
             02 AB-SUBJ-CODE      PIC X(04).
             02 AB-CODE-FROM      PIC 9(06).
             02 AB-CODE-TO        PIC 9(06).
             02 AB-EVALUATOR-ID   PIC 9(04).
             02 AB-EVALUATOR-NAME PIC X(15).
             02 AB-DATE-OUT       PIC 9(08).
             02 AB-COUNT-OUT      PIC 9(04).
             02 AB-DATE-IN        PIC 9(08).
             02 AB-COUNT-IN       PIC 9(04).
      * 'S' is a bundle that came back with fewer books than went out
      * - the missing scripts are traced from the bundle's code range
      * and evaluator.
             02 AB-STATUS         PIC X(01).
                 88 AB-OUT            VALUE 'O'.
                 88 AB-RETURNED       VALUE 'R' 'S'.
                 88 AB-RETURNED-SHORT VALUE 'S'.
             02 AB-OPERATOR-ID    PIC X(08).
