      *          stop fee as a charge onto FEELEDGR.DAT, and a
      *          per-route manifest to ROUTEMAN.RPT for the driver
      *          listing the students with STU-PHONE and the guardian
      *          contact from GUARDIAN.DAT for emergencies, with a
      *          medical alert line from the HEALTH.DAT record
      *          (through HLTHCHK) under any student with a condition,
      *          allergy or emergency medication on file. A student
      *          is not assigned to a route whose bus on VEHICLE.DAT
      *          (kept by FLEETMNT) has no seat left for them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT VEHICLE-FILE ASSIGN TO "VEHICLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VEHICLE-STATUS.
           SELECT MANIFEST-REPORT ASSIGN TO "ROUTEMAN.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  VEHICLE-FILE.
           COPY VEHMSTR.

       FD  MANIFEST-REPORT.
       01 MANIFEST-REPORT-LINE PIC X(72).

       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-VEHICLE-STATUS  PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 STOP-FEE-FOUND   VALUE 'Y'.
       01 WS-ASSESSED-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-MANIFEST-COUNT  PIC 9(03) VALUE ZERO.
       01 WS-RIDER-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-ROUTE-SEATS     PIC 9(03) VALUE ZERO.
       01 WS-ROUTE-REG-NO    PIC X(10).
       01 WS-CHARGE-DESC     PIC X(20).
       01 WS-GUARD-NAME      PIC X(15).
       01 WS-GUARD-PHONE     PIC 9(12).
       01 WS-HL-BLOOD-GROUP  PIC X(03).
       01 WS-HL-CONDITIONS   PIC X(20).
       01 WS-HL-ALLERGIES    PIC X(20).
       01 WS-HL-MEDICATION   PIC X(20).
       01 WS-HEALTH-RESULT   PIC X(01).
           88 MEDICAL-ALERT    VALUE 'A'.
       01 WS-RPT-FEE         PIC Z(04)9.99.
      *-----------------------
       PROCEDURE DIVISION.
           DISPLAY 'STOP ADDED TO ROUTE ' RT-ROUTE-NO.

       ASSIGN-STUDENT-TO-ROUTE.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           DISPLAY 'ENTER ROUTE NO : '.
           ACCEPT WS-WORK-ROUTE.
           DISPLAY 'ENTER STOP NAME : '.
           ACCEPT WS-WORK-STOP.
           PERFORM CHECK-ROUTE-SEATING.
           IF WS-ROUTE-REG-NO NOT = SPACES
               AND WS-RIDER-COUNT NOT < WS-ROUTE-SEATS
               DISPLAY 'BUS ' WS-ROUTE-REG-NO ' ON ROUTE '
                   WS-WORK-ROUTE ' SEATS ' WS-ROUTE-SEATS ' AND HAS '
                   WS-RIDER-COUNT ' RIDERS - STU-NO ' WS-WORK-STU-NO
                   ' NOT ASSIGNED'
           ELSE
               IF WS-ROUTE-REG-NO = SPACES
                   DISPLAY 'NOTE - NO BUS ASSIGNED TO ROUTE '
                       WS-WORK-ROUTE ' ON VEHICLE.DAT YET'
               END-IF
               OPEN EXTEND STUDENT-ROUTE-FILE
               IF WS-STUROUTE-STATUS NOT = '00'
                   OPEN OUTPUT STUDENT-ROUTE-FILE
               END-IF
               MOVE WS-WORK-STU-NO TO SR-STU-NO
               MOVE WS-WORK-ROUTE TO SR-ROUTE-NO
               MOVE WS-WORK-STOP TO SR-STOP-NAME
               WRITE STUDENT-ROUTE-RECORD
               CLOSE STUDENT-ROUTE-FILE
               DISPLAY 'STU-NO ' SR-STU-NO ' ASSIGNED TO ROUTE '
                   SR-ROUTE-NO
           END-IF.

      * The in-service bus running the route and the riders already
      * mapped to it; no bus on file leaves the seating unchecked.
       CHECK-ROUTE-SEATING.
           MOVE SPACES TO WS-ROUTE-REG-NO.
           MOVE ZERO TO WS-ROUTE-SEATS.
           MOVE ZERO TO WS-RIDER-COUNT.
           OPEN INPUT VEHICLE-FILE.
           IF WS-VEHICLE-STATUS = '00'
               PERFORM UNTIL WS-VEHICLE-STATUS NOT = '00'
                   READ VEHICLE-FILE
                       AT END
                           MOVE '10' TO WS-VEHICLE-STATUS
                       NOT AT END
                           IF VH-ROUTE-NO = WS-WORK-ROUTE
                               AND VH-IN-SERVICE
                               MOVE VH-REG-NO TO WS-ROUTE-REG-NO
                               MOVE VH-SEATS TO WS-ROUTE-SEATS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEHICLE-FILE
               MOVE '00' TO WS-VEHICLE-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-ROUTE-FILE.
           IF WS-STUROUTE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-ROUTE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SR-ROUTE-NO = WS-WORK-ROUTE
                               ADD 1 TO WS-RIDER-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ROUTE-FILE
           END-IF.

       LOOK-UP-STOP-FEE.
           MOVE 'N' TO WS-FEE-FOUND.
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
           END-IF.
           PERFORM WRITE-MEDICAL-ALERT.

       WRITE-MEDICAL-ALERT.
           CALL 'HLTHCHK' USING WS-WORK-STU-NO WS-HL-BLOOD-GROUP
               WS-HL-CONDITIONS WS-HL-ALLERGIES WS-HL-MEDICATION
               WS-HEALTH-RESULT.
           IF MEDICAL-ALERT
               MOVE SPACES TO MANIFEST-REPORT-LINE
               STRING '  ** ALERT ' WS-HL-CONDITIONS ' ALLERGY '
                   WS-HL-ALLERGIES
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
               MOVE SPACES TO MANIFEST-REPORT-LINE
               STRING '     MEDICATION ' WS-HL-MEDICATION
                   ' BLOOD GROUP ' WS-HL-BLOOD-GROUP
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
           END-IF.

       LOOK-UP-GUARDIAN-CONTACT.
      * First guardian on file for the student; the guardian loop
