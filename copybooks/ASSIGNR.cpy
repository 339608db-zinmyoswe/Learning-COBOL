      ******************************************************************
      * ASSIGNR - homework or assignment set for one class and section
      * in one subject, on ASSIGN.DAT, one per piece of work: the
      * TCHRMST.DAT teacher who set it, the set and due dates, the
      * marks it is scored out of and the term it counts toward.
      * HWKDESK keeps the file and the submissions (ASSUBMR); closing
      * an assignment once it is due records every student with no
      * submission as missing. HWKDEFLT lists the defaulters weekly
      * and HWKIAPST turns the term's scores into the internal
      * assessment ('I') rows on MARKSDTL.IDX. A cancelled assignment
      * stays on file with AS-CANCELLED set and counts for nothing.
      ******************************************************************
       01 ASSIGNMENT-RECORD.
             02 AS-ASSIGN-NO       PIC 9(05).
             02 AS-TERM-CODE       PIC 9(02).
             02 AS-CLASS           PIC 9(02).
             02 AS-SECTION         PIC X(01).
             02 AS-SUBJ-CODE       PIC X(04).
             02 AS-TEACHER-ID      PIC 9(04).
             02 AS-TITLE           PIC X(20).
             02 AS-SET-DATE        PIC 9(08).
             02 AS-DUE-DATE        PIC 9(08).
             02 AS-MAX-MARKS       PIC 9(03).
             02 AS-STATUS          PIC X(01).
                 88 AS-OPEN             VALUE 'O'.
                 88 AS-CLOSED           VALUE 'C'.
                 88 AS-CANCELLED        VALUE 'X'.
             02 AS-SET-BY          PIC X(08).
