      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared exam accommodation inquiry subprogram,
      *          companion to HLTHCHK. Looks a student up on the
      *          EXAMACCM.DAT register kept by EXAMACCM and gathers
      *          every approved accommodation whose validity overlaps
      *          the date window passed (a zero window end means the
      *          one day) - the extra minutes, whether a scribe, a
      *          reader or ground-floor seating is needed, and the
      *          certificate reference - with a result code: 'A'
      *          accommodated, 'C' clear, 'U' no register on file.
      *          'A' with extra time, a scribe or a reader means the
      *          separate accommodation room.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACCOMCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EXAM-ACCOM-FILE ASSIGN TO "EXAMACCM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOM-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EXAM-ACCOM-FILE.
           COPY EXMACCMR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ACCOM-STATUS    PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-ACCOM     VALUE 'Y'.
       01 WS-WINDOW-TO       PIC 9(08).
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
       01 LS-STU-NO          PIC 9(05).
       01 LS-WINDOW-FROM     PIC 9(08).
       01 LS-WINDOW-TO       PIC 9(08).
       01 LS-EXTRA-MINUTES   PIC 9(03).
       01 LS-SCRIBE          PIC X(01).
       01 LS-READER          PIC X(01).
       01 LS-GROUND-FLOOR    PIC X(01).
       01 LS-CERT-REF        PIC X(15).
       01 LS-ACCOM-RESULT    PIC X(01).
           88 ACCOMMODATED      VALUE 'A'.
           88 ACCOM-CLEAR       VALUE 'C'.
           88 NO-ACCOM-ON-FILE  VALUE 'U'.
      *-----------------------
       PROCEDURE DIVISION USING LS-STU-NO LS-WINDOW-FROM
           LS-WINDOW-TO LS-EXTRA-MINUTES LS-SCRIBE LS-READER
           LS-GROUND-FLOOR LS-CERT-REF LS-ACCOM-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE ZERO TO LS-EXTRA-MINUTES.
           MOVE 'N' TO LS-SCRIBE.
           MOVE 'N' TO LS-READER.
           MOVE 'N' TO LS-GROUND-FLOOR.
           MOVE SPACES TO LS-CERT-REF.
           MOVE 'C' TO LS-ACCOM-RESULT.
           MOVE LS-WINDOW-TO TO WS-WINDOW-TO.
           IF WS-WINDOW-TO = ZERO
               MOVE LS-WINDOW-FROM TO WS-WINDOW-TO
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-ACCOM-FILE.
           IF WS-ACCOM-STATUS NOT = '00'
               MOVE 'U' TO LS-ACCOM-RESULT
               GOBACK
           END-IF.
           PERFORM UNTIL END-OF-ACCOM
               READ EXAM-ACCOM-FILE
                   AT END
                       SET END-OF-ACCOM TO TRUE
                   NOT AT END
                       IF AC-STU-NO = LS-STU-NO
                           AND AC-APPROVED
                           AND AC-VALID-FROM NOT > WS-WINDOW-TO
                           AND (AC-VALID-TO = ZERO
                               OR AC-VALID-TO NOT < LS-WINDOW-FROM)
                           PERFORM NOTE-ONE-ACCOMMODATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXAM-ACCOM-FILE.
           GOBACK.

       NOTE-ONE-ACCOMMODATION.
           MOVE 'A' TO LS-ACCOM-RESULT.
           IF LS-CERT-REF = SPACES
               MOVE AC-CERT-REF TO LS-CERT-REF
           END-IF.
           EVALUATE TRUE
               WHEN AC-EXTRA-TIME
                   IF AC-EXTRA-MINUTES > LS-EXTRA-MINUTES
                       MOVE AC-EXTRA-MINUTES TO LS-EXTRA-MINUTES
                   END-IF
               WHEN AC-SCRIBE
                   MOVE 'Y' TO LS-SCRIBE
               WHEN AC-READER
                   MOVE 'Y' TO LS-READER
               WHEN AC-GROUND-FLOOR
                   MOVE 'Y' TO LS-GROUND-FLOOR
           END-EVALUATE.
      ** add other procedures here
       END PROGRAM ACCOMCHK.
