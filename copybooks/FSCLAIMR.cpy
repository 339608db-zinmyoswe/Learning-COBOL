      ******************************************************************
      * FSCLAIMR - government free-seat reimbursement claim line on
      * FSCLAIM.DAT, one per free-seat child per term claimed. FSCLAIM
      * writes the term's lines from the 'F' category applications,
      * the CONCDESK concession credits on FEELEDGR.DAT (capped at the
      * per-child ceiling) and the ATTEND.DAT minimum; FSGRANT posts
      * the grant against them - a child the department refuses is
      * marked disallowed and, once the grant received matches what
      * is still claimed, every remaining line is marked paid.
      ******************************************************************
       01 FREE-SEAT-CLAIM-RECORD.
             02 FC-TERM-CODE      PIC 9(02).
             02 FC-STU-NO         PIC 9(05).
             02 FC-STU-NAME       PIC X(15).
             02 FC-CLASS          PIC 9(02).
             02 FC-SECTION        PIC X(01).
             02 FC-CONCESSION-AMT PIC 9(07)V9(02).
             02 FC-CLAIM-AMT      PIC 9(07)V9(02).
             02 FC-ATTEND-PCT     PIC 9(03).
             02 FC-CLAIM-DATE     PIC 9(08).
             02 FC-STATUS         PIC X(01).
                 88 FC-CLAIMED        VALUE 'C'.
                 88 FC-PAID           VALUE 'P'.
                 88 FC-DISALLOWED     VALUE 'D'.
             02 FC-PAID-AMT       PIC 9(07)V9(02).
             02 FC-GRANT-REF      PIC X(12).
