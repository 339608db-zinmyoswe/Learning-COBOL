      ******************************************************************
      * PAPRINDR - question paper and answer-booklet indent record on
      * INDENT.DAT, one per exam date, session, hall and subject,
      * written by PAPERIND from the date-sheet and the seat plan
      * alongside the printed packing slips. IN-CANDIDATES is the
      * seated students sitting the paper; papers and booklets carry
      * the INDENTPM.DAT spare, and IN-BOOKLETS-EACH is the booklets
      * allowed per candidate (more for a long paper). BKLTRECN
      * reconciles the used and returned counts against this issue.
      ******************************************************************
       01 PAPER-INDENT-RECORD.
             02 IN-TERM-CODE       PIC 9(02).
             02 IN-EXAM-TYPE       PIC X(01).
             02 IN-EXAM-DATE       PIC 9(08).
             02 IN-SESSION         PIC X(01).
             02 IN-HALL            PIC 9(02).
             02 IN-SUBJ-CODE       PIC X(04).
             02 IN-DURATION-MIN    PIC 9(03).
             02 IN-CANDIDATES      PIC 9(04).
             02 IN-PAPERS          PIC 9(04).
             02 IN-BOOKLETS-EACH   PIC 9(01).
             02 IN-BOOKLETS        PIC 9(05).
