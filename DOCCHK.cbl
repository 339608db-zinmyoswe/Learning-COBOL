      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared admission document inquiry subprogram,
      *          companion to FEECHK and ENROLCHK. Given a STU-NO it
      *          returns how many mandatory admission documents are
      *          still pending for the student on STUDOCS.DAT -
      *          received and waived documents do not count, and a
      *          student with no document rows at all (admitted
      *          before the checklist was kept) has none outstanding.
      *          BRDREGNO refuses a board registration number while
      *          the count is above zero, unless OVERCHK honours a
      *          DOCSPEND supervisor override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DOCCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-DOCUMENT-FILE ASSIGN TO "STUDOCS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUDOCS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-DOCUMENT-FILE.
           COPY STUDOCR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-STUDOCS-STATUS  PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
       01 LS-STU-NO          PIC 9(05).
       01 LS-PENDING-COUNT   PIC 9(02).
      *-----------------------
       PROCEDURE DIVISION USING LS-STU-NO LS-PENDING-COUNT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE ZERO TO LS-PENDING-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-DOCUMENT-FILE.
           IF WS-STUDOCS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-DOCUMENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SDC-STU-NO = LS-STU-NO
                               AND SDC-DOC-MANDATORY
                               AND SDC-PENDING
                               AND LS-PENDING-COUNT < 99
                               ADD 1 TO LS-PENDING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-DOCUMENT-FILE
           END-IF.
           GOBACK.
      ** add other procedures here
       END PROGRAM DOCCHK.
