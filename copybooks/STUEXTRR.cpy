      ******************************************************************
      * STUEXTRR - nightly sorted student extract on STUEXTR.DAT,
      * written once early in the night by STUEXTRC from a single
      * pass of STUDENT.IDX and read by the nightly reporting jobs in
      * place of the master. The first record is a header ('H')
      * stamped with the date/time the extract was taken and the
      * run-control date it was taken for; the detail records ('D')
      * follow in STU-CLASS/STU-SECTION/STU-NO order, each carrying
      * the full student record image with the run term's TERMLOG.DAT
      * percentage and the ATTEND.DAT attendance percentage joined
      * on. Readers check the header through EXTRCHK and refuse an
      * extract that was not taken for tonight's run.
      ******************************************************************
       01 STUDENT-EXTRACT-RECORD.
             02 SX-RECORD-TYPE    PIC X(01).
                 88 SX-HEADER-RECORD  VALUE 'H'.
                 88 SX-DETAIL-RECORD  VALUE 'D'.
             02 SX-DETAIL.
                 05 SX-STUDENT-IMAGE PIC X(59).
                 05 SX-TERM-PERCENT  PIC 9(03)V9(02).
                 05 SX-ATTEND-PCT    PIC 9(03).
             02 SX-HEADER REDEFINES SX-DETAIL.
                 05 SX-AS-OF-DATE    PIC 9(08).
                 05 SX-AS-OF-TIME    PIC 9(08).
                 05 SX-RUN-DATE      PIC 9(08).
                 05 SX-TERM-CODE     PIC 9(02).
                 05 SX-STUDENT-COUNT PIC 9(05).
                 05 FILLER           PIC X(36).
