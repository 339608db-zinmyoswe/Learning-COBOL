      ******************************************************************
      * UFMCASER - unfair-means (exam malpractice) case record on
      * UFMCASE.DAT, one per student caught in one subject paper,
      * keyed by term, SUBJ-CODE and STU-NO. UFMCASE registers the
      * case with the invigilator and the evidence, and a supervisor
      * records the committee's hearing date and decision. A
      * cancelling decision zeroes and locks the affected MARKSDTL.IDX
      * rows ('U'); an undecided case or a cancelling decision
      * withholds the mark sheet in LEVEL88 and MSREPRNT and the online
      * result in RSLTPUB, and BOARDEXP shows every case on its
      * validation report.
      ******************************************************************
       01 UFM-CASE-RECORD.
             02 UF-KEY.
                 03 UF-TERM-CODE     PIC 9(02).
                 03 UF-SUBJ-CODE     PIC X(04).
                 03 UF-STU-NO        PIC 9(05).
             02 UF-EXAM-TYPE       PIC X(01).
             02 UF-CASE-DATE       PIC 9(08).
             02 UF-INVIGILATOR-ID  PIC 9(04).
             02 UF-INVIGILATOR-NAME PIC X(15).
             02 UF-EVIDENCE        PIC X(40).
             02 UF-HEARING-DATE    PIC 9(08).
      * 'S' cancels the one subject; 'E' and 'D' cancel every paper
      * of the exam, 'D' also debarring the student from the next
      * term's exam.
             02 UF-DECISION        PIC X(01).
                 88 UF-PENDING          VALUE SPACE.
                 88 UF-WARNING          VALUE 'W'.
                 88 UF-SUBJECT-CANCELLED VALUE 'S'.
                 88 UF-EXAM-CANCELLED   VALUE 'E'.
                 88 UF-DEBARRED         VALUE 'D'.
                 88 UF-DECISION-VALID   VALUE 'W' 'S' 'E' 'D'.
                 88 UF-WHOLE-EXAM       VALUE 'E' 'D'.
                 88 UF-RESULT-WITHHELD  VALUE SPACE 'S' 'E' 'D'.
             02 UF-DECISION-DATE   PIC 9(08).
             02 UF-DECIDED-BY      PIC X(08).
             02 UF-OPERATOR-ID     PIC X(08).
             02 UF-ROWS-LOCKED     PIC 9(03).
