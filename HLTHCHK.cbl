      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared medical alert inquiry subprogram, companion to
      *          FEECHK and LIBCHK. Looks a student up on the HEALTH.DAT
      *          health record kept by HEALTHDK and returns the blood
      *          group, chronic conditions, allergies and emergency
      *          medication plus a result code - 'A' medical alert (a
      *          condition, allergy or medication is on file), 'C'
      *          clear, 'U' no health file - so the hostel roll, the
      *          bus route manifests and the exam hall rosters can
      *          print an alert line under the student.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HLTHCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HEALTH-FILE ASSIGN TO "HEALTH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HEALTH-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  HEALTH-FILE.
           COPY HLTHRECR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-HEALTH-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-HEALTH    VALUE 'Y'.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
       01 LS-STU-NO          PIC 9(05).
       01 LS-BLOOD-GROUP     PIC X(03).
       01 LS-CONDITIONS      PIC X(20).
       01 LS-ALLERGIES       PIC X(20).
       01 LS-MEDICATION      PIC X(20).
       01 LS-HEALTH-RESULT   PIC X(01).
           88 MEDICAL-ALERT     VALUE 'A'.
           88 HEALTH-CLEAR      VALUE 'C'.
           88 NO-HEALTH-ON-FILE VALUE 'U'.
      *-----------------------
       PROCEDURE DIVISION USING LS-STU-NO LS-BLOOD-GROUP
           LS-CONDITIONS LS-ALLERGIES LS-MEDICATION LS-HEALTH-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE SPACES TO LS-BLOOD-GROUP.
           MOVE SPACES TO LS-CONDITIONS.
           MOVE SPACES TO LS-ALLERGIES.
           MOVE SPACES TO LS-MEDICATION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HEALTH-FILE.
           IF WS-HEALTH-STATUS NOT = '00'
               MOVE 'U' TO LS-HEALTH-RESULT
               GOBACK
           END-IF.
           PERFORM UNTIL END-OF-HEALTH
               READ HEALTH-FILE
                   AT END
                       SET END-OF-HEALTH TO TRUE
                   NOT AT END
                       IF HL-STU-NO = LS-STU-NO
                           MOVE HL-BLOOD-GROUP TO LS-BLOOD-GROUP
                           MOVE HL-CONDITIONS  TO LS-CONDITIONS
                           MOVE HL-ALLERGIES   TO LS-ALLERGIES
                           MOVE HL-MEDICATION  TO LS-MEDICATION
                           SET END-OF-HEALTH TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HEALTH-FILE.
           IF LS-CONDITIONS NOT = SPACES
               OR LS-ALLERGIES NOT = SPACES
               OR LS-MEDICATION NOT = SPACES
               MOVE 'A' TO LS-HEALTH-RESULT
           ELSE
               MOVE 'C' TO LS-HEALTH-RESULT
           END-IF.
           GOBACK.
      ** add other procedures here
       END PROGRAM HLTHCHK.
