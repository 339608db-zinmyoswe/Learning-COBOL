      ******************************************************************
      * BKLTRETR - after-exam booklet and paper count on BKLTRET.DAT,
      * one per exam date, session, hall and subject of the INDENT.DAT
      * issue, keyed at the BKLTRECN desk from the invigilator's
      * return: answer booklets handed in used, blank booklets and
      * unused question papers brought back, with who keyed it and
      * when. A later entry for the same paper replaces the earlier.
      ******************************************************************
       01 BOOKLET-RETURN-RECORD.
             02 BK-KEY.
                 03 BK-TERM-CODE       PIC 9(02).
                 03 BK-EXAM-DATE       PIC 9(08).
                 03 BK-SESSION         PIC X(01).
                 03 BK-HALL            PIC 9(02).
                 03 BK-SUBJ-CODE       PIC X(04).
             02 BK-BOOKLETS-USED   PIC 9(05).
             02 BK-BOOKLETS-BACK   PIC 9(05).
             02 BK-PAPERS-BACK     PIC 9(04).
             02 BK-ENTRY-DATE      PIC 9(08).
             02 BK-OPERATOR-ID     PIC X(08).
