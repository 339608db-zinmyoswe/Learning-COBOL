      ******************************************************************
      * RSLTPUBR - online results publication record on RESULTPB.DAT,
      * written whole by RSLTPUB for one signed-off term and loaded by
      * the results portal. One 'H' header names the term, then one
      * 'S' record per published student carrying the official
      * TERMLOG.DAT percentage and the access PIN the guardian was
      * sent, then that student's 'M' rows - the term's MARKSDTL.IDX
      * subject marks - and one 'T' trailer with the counts and the
      * marks hash the portal checks before it replaces the term.
      * A student whose mark sheet is withheld is not on the file.
      ******************************************************************
       01 RESULT-PUBLICATION-RECORD.
             02 RP-REC-TYPE        PIC X(01).
                 88 RP-HEADER          VALUE 'H'.
                 88 RP-STUDENT         VALUE 'S'.
                 88 RP-MARKS-DETAIL    VALUE 'M'.
                 88 RP-TRAILER         VALUE 'T'.
             02 RP-STU-NO          PIC 9(05).
             02 RP-DATA            PIC X(60).
             02 RP-HEADER-DATA REDEFINES RP-DATA.
                 03 RP-TERM-CODE     PIC 9(02).
                 03 RP-PUBLISH-DATE  PIC 9(08).
                 03 RP-ACADEMIC-YEAR PIC X(09).
                 03 RP-BRANCH-CODE   PIC X(02).
                 03 FILLER           PIC X(39).
             02 RP-STUDENT-DATA REDEFINES RP-DATA.
                 03 RP-STU-NAME      PIC X(15).
                 03 RP-CLASS         PIC 9(02).
                 03 RP-SECTION       PIC X(01).
                 03 RP-TERM-PERCENT  PIC 9(03)V9(02).
                 03 RP-ACCESS-PIN    PIC 9(06).
                 03 RP-MARKS-ROWS    PIC 9(02).
                 03 FILLER           PIC X(29).
             02 RP-MARKS-DATA REDEFINES RP-DATA.
                 03 RP-SUBJ-CODE     PIC X(04).
                 03 RP-EXAM-TYPE     PIC X(01).
                 03 RP-COMPONENT     PIC X(01).
                 03 RP-SUBJ-MARKS    PIC 9(03).
                 03 RP-SUBJ-CREDITS  PIC 9(01).
                 03 RP-ABSENT-FLAG   PIC X(01).
                 03 FILLER           PIC X(49).
      * The marks hash is the sum of every 'M' row's marks.
             02 RP-TRAILER-DATA REDEFINES RP-DATA.
                 03 RP-TR-STUDENTS   PIC 9(05).
                 03 RP-TR-MARKS-ROWS PIC 9(06).
                 03 RP-TR-WITHHELD   PIC 9(05).
                 03 RP-TR-MARKS-HASH PIC 9(09).
                 03 FILLER           PIC X(35).
