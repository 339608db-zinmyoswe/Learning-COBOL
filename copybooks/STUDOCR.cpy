      ******************************************************************
      * STUDOCR - admission document status on STUDOCS.DAT, one record
      * per student and checklist document. ADMINTAK writes the rows
      * pending ('P') from the DOCLIST.DAT checklist of the class of
      * entry when it assigns the STU-NO; the ADMDOCS desk marks a
      * document received ('R') or, by a supervisor, waived ('W').
      * Read by DOCCHK (for the BRDREGNO registration gate) and the
      * weekly DOCCHASE pending-documents report.
      ******************************************************************
       01 STUDENT-DOCUMENT-RECORD.
             02 SDC-STU-NO      PIC 9(05).
             02 SDC-DOC-CODE    PIC X(04).
             02 SDC-DOC-NAME    PIC X(20).
             02 SDC-MANDATORY   PIC X(01).
                 88 SDC-DOC-MANDATORY VALUE 'Y'.
             02 SDC-STATUS      PIC X(01).
                 88 SDC-PENDING      VALUE 'P'.
                 88 SDC-RECEIVED     VALUE 'R'.
                 88 SDC-WAIVED       VALUE 'W'.
             02 SDC-STATUS-DATE PIC 9(08).
             02 SDC-OPERATOR-ID PIC X(08).
