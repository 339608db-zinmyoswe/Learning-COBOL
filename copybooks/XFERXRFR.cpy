      ******************************************************************
      * XFERXRFR - inter-branch transfer cross-reference on
      * XFERXREF.DAT, appended by XFERIN for each student loaded from
      * another branch's transfer package: the sending branch and the
      * student's number there against the number this branch gave
      * them, so a query quoting either number can be traced and the
      * same package is never loaded twice.
      ******************************************************************
       01 TRANSFER-XREF-RECORD.
             02 XR-FROM-BRANCH     PIC X(02).
             02 XR-OLD-STU-NO      PIC 9(05).
             02 XR-NEW-STU-NO      PIC 9(05).
             02 XR-STU-NAME        PIC X(15).
             02 XR-LOAD-DATE       PIC 9(08).
