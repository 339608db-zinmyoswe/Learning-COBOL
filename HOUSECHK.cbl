      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared house inquiry subprogram, companion to DOCCHK
      *          and HLTHCHK. Given a STU-NO it returns the student's
      *          house code from HOUSEALC.DAT and the house name from
      *          HOUSEMST.DAT, with a result of 'Y' when the student
      *          has a house, 'N' when none has been given yet and
      *          'U' when the allocation file cannot be opened. IDCARDS
      *          and PROGRPT print the house from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HOUSECHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HOUSE-ALLOCATION-FILE ASSIGN TO "HOUSEALC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT HOUSE-MASTER-FILE ASSIGN TO "HOUSEMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOUSE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  HOUSE-ALLOCATION-FILE.
           COPY HOUSEALR.

       FD  HOUSE-MASTER-FILE.
           COPY HOUSEMR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ALLOC-STATUS    PIC X(02) VALUE '00'.
       01 WS-HOUSE-STATUS    PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
       01 LS-STU-NO          PIC 9(05).
       01 LS-HOUSE-CODE      PIC X(01).
       01 LS-HOUSE-NAME      PIC X(12).
       01 LS-HOUSE-RESULT    PIC X(01).
      *-----------------------
       PROCEDURE DIVISION USING LS-STU-NO LS-HOUSE-CODE LS-HOUSE-NAME
           LS-HOUSE-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE SPACE TO LS-HOUSE-CODE.
           MOVE SPACES TO LS-HOUSE-NAME.
           MOVE 'N' TO LS-HOUSE-RESULT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-ALLOCATION-FILE.
           IF WS-ALLOC-STATUS NOT = '00'
               MOVE 'U' TO LS-HOUSE-RESULT
               GOBACK
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ HOUSE-ALLOCATION-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF HS-STU-NO = LS-STU-NO
                           MOVE HS-HOUSE-CODE TO LS-HOUSE-CODE
                           MOVE 'Y' TO LS-HOUSE-RESULT
                           SET END-OF-CURRENT-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOUSE-ALLOCATION-FILE.
           IF LS-HOUSE-RESULT = 'Y'
               MOVE LS-HOUSE-CODE TO LS-HOUSE-NAME
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT HOUSE-MASTER-FILE
               IF WS-HOUSE-STATUS = '00'
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ HOUSE-MASTER-FILE
                           AT END
                               SET END-OF-CURRENT-FILE TO TRUE
                           NOT AT END
                               IF HM-HOUSE-CODE = LS-HOUSE-CODE
                                   MOVE HM-HOUSE-NAME TO LS-HOUSE-NAME
                                   SET END-OF-CURRENT-FILE TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOUSE-MASTER-FILE
               END-IF
           END-IF.
           GOBACK.
      ** add other procedures here
       END PROGRAM HOUSECHK.
