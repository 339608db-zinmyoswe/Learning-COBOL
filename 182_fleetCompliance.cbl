      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly transport fleet compliance report, run as
      *          at the run-control run-date. Every in-service bus on
      *          VEHICLE.DAT has its insurance, fitness certificate,
      *          permit and pollution certificate checked, and every
      *          on-duty driver and attendant on DRIVER.DAT has the
      *          driving licence (drivers) and the police
      *          verification checked, the verification running out
      *          the FLEETPM.DAT validity days (default 365) after it
      *          was done. Anything expired, not on file, or expiring
      *          within the FLEETPM.DAT alert window (default 30
      *          days) is listed with the days left, followed by the
      *          routes on ROUTEMST.DAT with riders on STUROUTE.DAT
      *          but no bus, no driver or no attendant, or more riders
      *          than the bus seats. Prints to FLEETCMP.RPT. RC 4 when
      *          anything is listed. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FLEETCMP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FLEET-PARAMETER-FILE ASSIGN TO "FLEETPM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VEHICLE-FILE ASSIGN TO "VEHICLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VEHICLE-STATUS.
           SELECT DRIVER-FILE ASSIGN TO "DRIVER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.
           SELECT ROUTE-MASTER ASSIGN TO "ROUTEMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
           SELECT STUDENT-ROUTE-FILE ASSIGN TO "STUROUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUROUTE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT COMPLIANCE-REPORT ASSIGN TO "FLEETCMP.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Days ahead of expiry at which a document is listed, and how
      * many days a police verification stays good.
       FD  FLEET-PARAMETER-FILE.
       01 FLEET-PARAMETER-RECORD.
           05 FP-ALERT-DAYS        PIC 9(03).
           05 FP-POLICE-VALID-DAYS PIC 9(04).

       FD  VEHICLE-FILE.
           COPY VEHMSTR.

       FD  DRIVER-FILE.
           COPY DRVMSTR.

       FD  ROUTE-MASTER.
       01 ROUTE-MASTER-RECORD.
           05 RT-ROUTE-NO     PIC 9(03).
           05 RT-STOP-SEQ     PIC 9(02).
           05 RT-STOP-NAME    PIC X(20).
           05 RT-TERM-FEE     PIC 9(05)V9(02).

       FD  STUDENT-ROUTE-FILE.
       01 STUDENT-ROUTE-RECORD.
           05 SR-STU-NO       PIC 9(05).
           05 SR-ROUTE-NO     PIC 9(03).
           05 SR-STOP-NAME    PIC X(20).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  COMPLIANCE-REPORT.
       01 COMPLIANCE-LINE    PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-VEHICLE-STATUS  PIC X(02) VALUE '00'.
       01 WS-DRIVER-STATUS   PIC X(02) VALUE '00'.
       01 WS-ROUTE-STATUS    PIC X(02) VALUE '00'.
       01 WS-STUROUTE-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-ALERT-DAYS      PIC 9(03) VALUE 30.
       01 WS-POLICE-VALID-DAYS PIC 9(04) VALUE 365.
       01 WS-ALERT-LIMIT     PIC 9(08).
      * Per route number: on ROUTEMST.DAT, riders mapped, and the
      * in-service bus and on-duty crew working it.
       01 WS-ROUTE-TABLE.
           05 WS-RT-ENTRY OCCURS 999 TIMES INDEXED BY RT-INDEX.
               10 WS-RT-KNOWN      PIC X(01).
               10 WS-RT-RIDERS     PIC 9(04).
               10 WS-RT-VEHICLES   PIC 9(02).
               10 WS-RT-SEATS      PIC 9(03).
               10 WS-RT-REG-NO     PIC X(10).
               10 WS-RT-DRIVERS    PIC 9(02).
               10 WS-RT-ATTENDANTS PIC 9(02).
       01 WS-DOC-NAME        PIC X(16).
       01 WS-DOC-DATE        PIC 9(08).
       01 WS-DAYS-LEFT       PIC 9(03).
       01 WS-STANDING        PIC X(16).
       01 WS-LISTED-FLAG     PIC X(01).
           88 DOCUMENT-LISTED  VALUE 'Y'.
       01 WS-VEHICLES-READ   PIC 9(05) VALUE ZERO.
       01 WS-CREW-READ       PIC 9(05) VALUE ZERO.
       01 WS-EXPIRED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-DUE-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-ROUTE-EXCEPTIONS PIC 9(05) VALUE ZERO.
       01 WS-LISTED-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-SECTION-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-RPT-DAYS        PIC ZZ9.
       01 WS-RPT-ROUTE-NO    PIC 9(03).
       01 WS-RPT-RIDERS      PIC ZZZ9.
       01 WS-RPT-SEATS       PIC ZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-FLEET-PARAMETERS.
           COMPUTE WS-ALERT-LIMIT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               + WS-ALERT-DAYS).
           PERFORM VARYING RT-INDEX FROM 1 BY 1 UNTIL RT-INDEX > 999
               MOVE 'N' TO WS-RT-KNOWN (RT-INDEX)
               MOVE ZERO TO WS-RT-RIDERS (RT-INDEX)
               MOVE ZERO TO WS-RT-VEHICLES (RT-INDEX)
               MOVE ZERO TO WS-RT-SEATS (RT-INDEX)
               MOVE SPACES TO WS-RT-REG-NO (RT-INDEX)
               MOVE ZERO TO WS-RT-DRIVERS (RT-INDEX)
               MOVE ZERO TO WS-RT-ATTENDANTS (RT-INDEX)
           END-PERFORM.
           PERFORM LOAD-ROUTES.
           PERFORM COUNT-RIDERS.
           OPEN OUTPUT COMPLIANCE-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM CHECK-VEHICLES.
           PERFORM CHECK-CREW.
           PERFORM CHECK-ROUTES.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE COMPLIANCE-REPORT.
           DISPLAY 'FLEET COMPLIANCE ' WS-RUN-DATE ' - VEHICLES '
               WS-VEHICLES-READ ' CREW ' WS-CREW-READ
               ' EXPIRED/MISSING ' WS-EXPIRED-COUNT
               ' DUE ' WS-DUE-COUNT ' ROUTE EXCEPTIONS '
               WS-ROUTE-EXCEPTIONS.
           IF WS-LISTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-FLEET-PARAMETERS.
           OPEN INPUT FLEET-PARAMETER-FILE.
           IF WS-PARM-STATUS = '00'
               READ FLEET-PARAMETER-FILE
                   NOT AT END
                       IF FP-ALERT-DAYS > ZERO
                           MOVE FP-ALERT-DAYS TO WS-ALERT-DAYS
                       END-IF
                       IF FP-POLICE-VALID-DAYS > ZERO
                           MOVE FP-POLICE-VALID-DAYS
                               TO WS-POLICE-VALID-DAYS
                       END-IF
               END-READ
               CLOSE FLEET-PARAMETER-FILE
           END-IF.

       LOAD-ROUTES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROUTE-MASTER.
           IF WS-ROUTE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ROUTE-MASTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RT-ROUTE-NO > ZERO
                               MOVE 'Y' TO WS-RT-KNOWN (RT-ROUTE-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROUTE-MASTER
           END-IF.

       COUNT-RIDERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-ROUTE-FILE.
           IF WS-STUROUTE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-ROUTE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SR-ROUTE-NO > ZERO
                               ADD 1 TO WS-RT-RIDERS (SR-ROUTE-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ROUTE-FILE
           END-IF.

      * A withdrawn bus is off the road and is not checked; a spare
      * one in service is, since it can be put on a route any day.
       CHECK-VEHICLES.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE 'VEHICLES' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE 'REG NO      RT     DOCUMENT          EXPIRES'
               TO COMPLIANCE-LINE.
           MOVE 'STANDING' TO COMPLIANCE-LINE (48:8).
           WRITE COMPLIANCE-LINE.
           MOVE ALL '-' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT VEHICLE-FILE.
           IF WS-VEHICLE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ VEHICLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF VH-IN-SERVICE
                               PERFORM CHECK-ONE-VEHICLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEHICLE-FILE
           END-IF.
           IF WS-SECTION-COUNT = ZERO
               MOVE '  NOTHING TO REPORT' TO COMPLIANCE-LINE
               WRITE COMPLIANCE-LINE
           END-IF.

       CHECK-ONE-VEHICLE.
           ADD 1 TO WS-VEHICLES-READ.
           IF NOT VH-SPARE
               ADD 1 TO WS-RT-VEHICLES (VH-ROUTE-NO)
               MOVE VH-SEATS TO WS-RT-SEATS (VH-ROUTE-NO)
               MOVE VH-REG-NO TO WS-RT-REG-NO (VH-ROUTE-NO)
           END-IF.
           MOVE 'INSURANCE' TO WS-DOC-NAME.
           MOVE VH-INSURANCE-EXP TO WS-DOC-DATE.
           PERFORM CHECK-VEHICLE-DOCUMENT.
           MOVE 'FITNESS CERT' TO WS-DOC-NAME.
           MOVE VH-FITNESS-EXP TO WS-DOC-DATE.
           PERFORM CHECK-VEHICLE-DOCUMENT.
           MOVE 'PERMIT' TO WS-DOC-NAME.
           MOVE VH-PERMIT-EXP TO WS-DOC-DATE.
           PERFORM CHECK-VEHICLE-DOCUMENT.
           MOVE 'POLLUTION CERT' TO WS-DOC-NAME.
           MOVE VH-PUC-EXP TO WS-DOC-DATE.
           PERFORM CHECK-VEHICLE-DOCUMENT.

       CHECK-VEHICLE-DOCUMENT.
           PERFORM ASSESS-DOCUMENT.
           IF DOCUMENT-LISTED
               MOVE SPACES TO COMPLIANCE-LINE
               STRING VH-REG-NO '  ' VH-ROUTE-NO '    ' WS-DOC-NAME
                   '  ' WS-DOC-DATE '  ' WS-STANDING
                   DELIMITED BY SIZE INTO COMPLIANCE-LINE
               WRITE COMPLIANCE-LINE
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      * Not on file and already expired count together; a document
      * running out on the run-date itself shows as due in 0 days.
       ASSESS-DOCUMENT.
           MOVE 'N' TO WS-LISTED-FLAG.
           MOVE SPACES TO WS-STANDING.
           EVALUATE TRUE
               WHEN WS-DOC-DATE = ZERO
                   MOVE 'NOT ON FILE' TO WS-STANDING
                   MOVE 'Y' TO WS-LISTED-FLAG
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN WS-DOC-DATE < WS-RUN-DATE
                   MOVE '** EXPIRED **' TO WS-STANDING
                   MOVE 'Y' TO WS-LISTED-FLAG
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN WS-DOC-DATE NOT > WS-ALERT-LIMIT
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE (WS-DOC-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   MOVE WS-DAYS-LEFT TO WS-RPT-DAYS
                   STRING 'DUE IN ' WS-RPT-DAYS ' DAYS'
                       DELIMITED BY SIZE INTO WS-STANDING
                   MOVE 'Y' TO WS-LISTED-FLAG
                   ADD 1 TO WS-DUE-COUNT
           END-EVALUATE.
           IF DOCUMENT-LISTED
               ADD 1 TO WS-LISTED-COUNT
           END-IF.

       CHECK-CREW.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE 'DRIVERS AND ATTENDANTS' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE 'CREW NAME                 RT  DOCUMENT         EXPIRES'
               TO COMPLIANCE-LINE.
           MOVE 'STANDING' TO COMPLIANCE-LINE (57:8).
           WRITE COMPLIANCE-LINE.
           MOVE ALL '-' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DRIVER-FILE.
           IF WS-DRIVER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DRIVER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF DV-ON-DUTY
                               PERFORM CHECK-ONE-CREW-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVER-FILE
           END-IF.
           IF WS-SECTION-COUNT = ZERO
               MOVE '  NOTHING TO REPORT' TO COMPLIANCE-LINE
               WRITE COMPLIANCE-LINE
           END-IF.

       CHECK-ONE-CREW-MEMBER.
           ADD 1 TO WS-CREW-READ.
           IF NOT DV-SPARE
               IF DV-DRIVER
                   ADD 1 TO WS-RT-DRIVERS (DV-ROUTE-NO)
               ELSE
                   ADD 1 TO WS-RT-ATTENDANTS (DV-ROUTE-NO)
               END-IF
           END-IF.
           IF DV-DRIVER
               MOVE 'DRIVING LICENCE' TO WS-DOC-NAME
               MOVE DV-LICENCE-EXP TO WS-DOC-DATE
               PERFORM CHECK-CREW-DOCUMENT
           END-IF.
           MOVE 'POLICE VERIFIED' TO WS-DOC-NAME.
           IF DV-POLICE-VERIFIED = ZERO
               MOVE ZERO TO WS-DOC-DATE
           ELSE
               COMPUTE WS-DOC-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (DV-POLICE-VERIFIED)
                   + WS-POLICE-VALID-DAYS)
           END-IF.
           PERFORM CHECK-CREW-DOCUMENT.

       CHECK-CREW-DOCUMENT.
           PERFORM ASSESS-DOCUMENT.
           IF DOCUMENT-LISTED
               MOVE SPACES TO COMPLIANCE-LINE
               STRING DV-CREW-NO ' ' DV-NAME ' ' DV-ROUTE-NO ' '
                   WS-DOC-NAME ' ' WS-DOC-DATE ' ' WS-STANDING
                   DELIMITED BY SIZE INTO COMPLIANCE-LINE
               WRITE COMPLIANCE-LINE
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      * Only routes that children actually ride are checked for a
      * bus and crew.
       CHECK-ROUTES.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE 'ROUTES' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE ALL '-' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           PERFORM VARYING RT-INDEX FROM 1 BY 1 UNTIL RT-INDEX > 999
               IF WS-RT-RIDERS (RT-INDEX) > ZERO
                   PERFORM CHECK-ONE-ROUTE
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = ZERO
               MOVE '  NOTHING TO REPORT' TO COMPLIANCE-LINE
               WRITE COMPLIANCE-LINE
           END-IF.

       CHECK-ONE-ROUTE.
           SET WS-RPT-ROUTE-NO TO RT-INDEX.
           MOVE WS-RT-RIDERS (RT-INDEX) TO WS-RPT-RIDERS.
           IF WS-RT-KNOWN (RT-INDEX) NOT = 'Y'
               MOVE 'NOT ON ROUTEMST.DAT' TO WS-STANDING
               PERFORM WRITE-ROUTE-LINE
           END-IF.
           IF WS-RT-VEHICLES (RT-INDEX) = ZERO
               MOVE 'NO BUS ASSIGNED' TO WS-STANDING
               PERFORM WRITE-ROUTE-LINE
           ELSE
               IF WS-RT-SEATS (RT-INDEX) < WS-RT-RIDERS (RT-INDEX)
                   MOVE WS-RT-SEATS (RT-INDEX) TO WS-RPT-SEATS
                   MOVE SPACES TO COMPLIANCE-LINE
                   STRING 'ROUTE ' WS-RPT-ROUTE-NO '  RIDERS '
                       WS-RPT-RIDERS '  ' WS-RT-REG-NO (RT-INDEX)
                       ' SEATS ONLY ' WS-RPT-SEATS
                       DELIMITED BY SIZE INTO COMPLIANCE-LINE
                   WRITE COMPLIANCE-LINE
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-ROUTE-EXCEPTIONS
                   ADD 1 TO WS-LISTED-COUNT
               END-IF
           END-IF.
           IF WS-RT-DRIVERS (RT-INDEX) = ZERO
               MOVE 'NO DRIVER' TO WS-STANDING
               PERFORM WRITE-ROUTE-LINE
           END-IF.
           IF WS-RT-ATTENDANTS (RT-INDEX) = ZERO
               MOVE 'NO ATTENDANT' TO WS-STANDING
               PERFORM WRITE-ROUTE-LINE
           END-IF.

       WRITE-ROUTE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING 'ROUTE ' WS-RPT-ROUTE-NO '  RIDERS ' WS-RPT-RIDERS
               '  ' WS-STANDING
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-ROUTE-EXCEPTIONS.
           ADD 1 TO WS-LISTED-COUNT.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING '   TRANSPORT FLEET COMPLIANCE AS AT ' WS-RUN-DATE
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING '   DOCUMENTS EXPIRED OR EXPIRING BY ' WS-ALERT-LIMIT
               ' (' WS-ALERT-DAYS ' DAYS)'
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE ALL '=' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.

       WRITE-REPORT-FOOTING.
           MOVE SPACES TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE ALL '-' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING 'VEHICLES IN SERVICE : ' WS-VEHICLES-READ
               '   CREW ON DUTY : ' WS-CREW-READ
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING 'EXPIRED OR NOT ON FILE : ' WS-EXPIRED-COUNT
               '   DUE WITHIN WINDOW : ' WS-DUE-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING 'ROUTE EXCEPTIONS : ' WS-ROUTE-EXCEPTIONS
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE ALL '=' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'FLEETCMP'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           COMPUTE RL-RECORDS-READ = WS-VEHICLES-READ + WS-CREW-READ.
           MOVE WS-LISTED-COUNT     TO RL-RECORDS-WRITTEN.
           MOVE WS-EXPIRED-COUNT    TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM FLEETCMP.
