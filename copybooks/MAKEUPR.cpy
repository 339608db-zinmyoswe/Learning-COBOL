      ******************************************************************
      * MAKEUPR - make-up examination case on MAKEUP.DAT, one per
      * student who missed one subject paper through certified
      * illness, keyed by term, SUBJ-CODE, STU-NO, exam type and
      * paper, so a student who misses both papers of a subject, or
      * the subject in two exams, has a case for each. MAKEUPEX
      * registers the case against the MARKSDTL.IDX row that carries
      * the absent flag, a supervisor approves or rejects it, the
      * approved student is put on EXAMSCHD.DAT for a make-up sitting
      * of their own, and the marks of that sitting replace the
      * absent row as they stand. Until the marks are in, a pending
      * or approved case holds the result back in TERMRSLT, LEVEL88,
      * MSREPRNT and RSLTPUB instead of it going out as a fail.
      ******************************************************************
       01 MAKEUP-CASE-RECORD.
             02 MU-KEY.
                 03 MU-TERM-CODE     PIC 9(02).
                 03 MU-SUBJ-CODE     PIC X(04).
                 03 MU-STU-NO        PIC 9(05).
                 03 MU-EXAM-TYPE     PIC X(01).
                 03 MU-COMPONENT     PIC X(01).
             02 MU-CLASS           PIC 9(02).
             02 MU-CERT-REF        PIC X(12).
             02 MU-CERT-ISSUER     PIC X(20).
             02 MU-CERT-DATE       PIC 9(08).
             02 MU-REQUEST-DATE    PIC 9(08).
             02 MU-OPERATOR-ID     PIC X(08).
             02 MU-STATUS          PIC X(01).
                 88 MU-PENDING          VALUE 'P'.
                 88 MU-APPROVED         VALUE 'A'.
                 88 MU-REJECTED         VALUE 'R'.
                 88 MU-MARKS-POSTED     VALUE 'M'.
                 88 MU-RESULT-HELD      VALUE 'P' 'A'.
             02 MU-DECISION-DATE   PIC 9(08).
             02 MU-DECIDED-BY      PIC X(08).
             02 MU-SITTING-DATE    PIC 9(08).
             02 MU-SITTING-SESSION PIC X(01).
             02 MU-DURATION-MIN    PIC 9(03).
             02 MU-MARKS           PIC 9(03).
             02 MU-POSTED-DATE     PIC 9(08).
             02 MU-POSTED-BY       PIC X(08).
