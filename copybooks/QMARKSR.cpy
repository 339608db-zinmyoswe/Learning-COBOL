      ******************************************************************
      * QMARKSR - question-wise marks record on the indexed QMARKS.IDX,
      * one row per question of an exam paper under each MARKSDTL.IDX
      * DTL-KEY (student, term, subject, exam type, component): the
      * question's maximum, the marks scored and whether the question
      * was attempted at all. Keyed by QMARKENT; MARKSAGG will not post
      * a subject total that disagrees with the sum of its question
      * rows, and ITEMANAL reads them for the item-analysis report.
      ******************************************************************
       01 QUESTION-MARKS-LINE.
             02 QM-KEY.
                 03 QM-DTL-KEY.
                     04 QM-STU-NO        PIC 9(05).
                     04 QM-TERM-CODE     PIC 9(02).
                     04 QM-SUBJ-CODE     PIC X(04).
                     04 QM-EXAM-TYPE     PIC X(01).
                     04 QM-COMPONENT     PIC X(01).
                 03 QM-QUESTION-NO   PIC 9(02).
             02 QM-MAX-MARKS     PIC 9(03).
             02 QM-MARKS-SCORED  PIC 9(03).
             02 QM-ATTEMPT-FLAG  PIC X(01).
                 88 QM-ATTEMPTED     VALUE 'A'.
                 88 QM-SKIPPED       VALUE 'S'.
