      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared freshness check for the nightly sorted student
      *          extract STUEXTR.DAT. Given the first record a reader
      *          has read from the extract, it returns 'Y' when that
      *          record is the STUEXTRC header taken for tonight's
      *          run - the run-date on the RUNCTL.DAT card (today
      *          when there is no card) and stamped no earlier than
      *          that date - 'M' when there is no header at all and
      *          'S' when the extract is older than tonight's run.
      *          Readers refuse the extract (RC 8) unless answered 'Y'
      *          so a night whose extract step failed cannot print
      *          yesterday's students as tonight's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXTRCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
           COPY STUEXTRR.
       01 LS-EXTRACT-RESULT  PIC X(01).
           88 EXTRACT-CURRENT   VALUE 'Y'.
           88 EXTRACT-MISSING   VALUE 'M'.
           88 EXTRACT-STALE     VALUE 'S'.
      *-----------------------
       PROCEDURE DIVISION USING STUDENT-EXTRACT-RECORD
           LS-EXTRACT-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM LOAD-RUN-CONTROL.
           EVALUATE TRUE
               WHEN NOT SX-HEADER-RECORD
                   SET EXTRACT-MISSING TO TRUE
                   DISPLAY 'STUEXTR.DAT HAS NO EXTRACT HEADER - '
                       'RUN STUEXTRC BEFORE THE REPORTS'
               WHEN SX-RUN-DATE NOT = WS-RUN-DATE-INT
                   OR SX-AS-OF-DATE < WS-RUN-DATE-INT
                   SET EXTRACT-STALE TO TRUE
                   DISPLAY 'STUDENT EXTRACT IS FOR RUN-DATE '
                       SX-RUN-DATE ' TAKEN ' SX-AS-OF-DATE ' '
                       SX-AS-OF-TIME
                   DISPLAY 'TONIGHT''S RUN-DATE IS ' WS-RUN-DATE-INT
                       ' - EXTRACT REFUSED, RERUN STUEXTRC'
               WHEN OTHER
                   SET EXTRACT-CURRENT TO TRUE
           END-EVALUATE.
           GOBACK.

       LOAD-RUN-CONTROL.
           MOVE ZERO TO WS-RUN-DATE-INT.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.
      ** add other procedures here
       END PROGRAM EXTRCHK.
