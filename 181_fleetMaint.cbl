      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transport fleet desk. ROUTEMST.DAT knows the routes
      *          and stops but not which bus runs a route or whether
      *          it and its crew are legal on the road. This desk
      *          keeps the vehicle master (VEHICLE.DAT - registration,
      *          seating, and the insurance, fitness certificate,
      *          permit and pollution certificate expiry dates) and
      *          the crew master (DRIVER.DAT - drivers with licence
      *          number and expiry, attendants, and the date of each
      *          one's police verification), and links each to a
      *          route. A vehicle is refused for a route when any of
      *          its documents is missing or expired, when another
      *          bus already runs the route, or when its seating is
      *          less than the riders mapped to the route on
      *          STUROUTE.DAT; its seating cannot be cut below the
      *          riders of the route it runs. A driver or attendant is
      *          refused for a route with a missing or expired
      *          licence, or a police verification older than the
      *          validity on the FLEETPM.DAT card (default 365 days),
      *          or when the route already has one in that role. The
      *          weekly FLEETCMP run lists what is running out.
      *          Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FLEETMNT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
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
           SELECT FLEET-PARAMETER-FILE ASSIGN TO "FLEETPM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
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

      * Days ahead of expiry at which FLEETCMP starts listing a
      * document, and how many days a police verification stays
      * good.
       FD  FLEET-PARAMETER-FILE.
       01 FLEET-PARAMETER-RECORD.
           05 FP-ALERT-DAYS        PIC 9(03).
           05 FP-POLICE-VALID-DAYS PIC 9(04).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-VEHICLE-STATUS  PIC X(02) VALUE '00'.
       01 WS-DRIVER-STATUS   PIC X(02) VALUE '00'.
       01 WS-ROUTE-STATUS    PIC X(02) VALUE '00'.
       01 WS-STUROUTE-STATUS PIC X(02) VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 5.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'FLEETMNT'.
       01 WS-TODAY           PIC 9(08).
       01 WS-POLICE-VALID-DAYS PIC 9(04) VALUE 365.
       01 WS-VEHICLE-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-VEHICLE-FULL-FLAG PIC X(01) VALUE 'N'.
           88 VEHICLE-TABLE-FULL VALUE 'Y'.
       01 WS-VEHICLE-TABLE.
           05 WS-VEHICLE-LINE OCCURS 200 TIMES INDEXED BY VH-INDEX
               PIC X(80).
       01 WS-CREW-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-CREW-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 CREW-TABLE-FULL  VALUE 'Y'.
       01 WS-CREW-TABLE.
           05 WS-CREW-LINE OCCURS 500 TIMES INDEXED BY DV-INDEX
               PIC X(89).
      * One byte per route number, set for every route on
      * ROUTEMST.DAT.
       01 WS-ROUTE-TABLE.
           05 WS-ROUTE-KNOWN OCCURS 999 TIMES PIC X(01).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-NEW-FLAG        PIC X(01).
           88 NEW-ENTRY        VALUE 'Y'.
       01 WS-SAVED-INDEX     PIC 9(03).
       01 WS-WORK-REG-NO     PIC X(10).
       01 WS-WORK-CREW-NO    PIC 9(04).
       01 WS-WORK-ROUTE      PIC 9(03).
       01 WS-WORK-SEATS      PIC 9(03).
       01 WS-WORK-TEXT       PIC X(20).
       01 WS-WORK-PHONE      PIC 9(12).
       01 WS-WORK-STATUS     PIC X(01).
       01 WS-WORK-ROLE       PIC X(01).
           88 WORK-ROLE-VALID  VALUE 'D' 'A'.
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-OLD-DATE        PIC 9(08).
       01 WS-DATE-PROMPT     PIC X(24).
       01 WS-POLICE-DUE      PIC 9(08).
       01 WS-RIDER-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-DOC-FAULT       PIC X(30).
           88 DOCUMENTS-IN-ORDER VALUE SPACES.
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
       01 WS-ROLE-TEXT       PIC X(09).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-FLEET-PARAMETERS.
           PERFORM LOAD-VEHICLE-TABLE.
           PERFORM LOAD-CREW-TABLE.
           PERFORM LOAD-ROUTE-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD OR UPDATE VEHICLE'
               DISPLAY '2. ADD OR UPDATE DRIVER/ATTENDANT'
               DISPLAY '3. ASSIGN VEHICLE TO ROUTE'
               DISPLAY '4. ASSIGN DRIVER/ATTENDANT TO ROUTE'
               DISPLAY '5. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-VEHICLE
                           THRU MAINTAIN-VEHICLE-EXIT
                   WHEN 2
                       PERFORM MAINTAIN-CREW THRU MAINTAIN-CREW-EXIT
                   WHEN 3
                       PERFORM ASSIGN-VEHICLE THRU ASSIGN-VEHICLE-EXIT
                   WHEN 4
                       PERFORM ASSIGN-CREW THRU ASSIGN-CREW-EXIT
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-FLEET-PARAMETERS.
           OPEN INPUT FLEET-PARAMETER-FILE.
           IF WS-PARM-STATUS = '00'
               READ FLEET-PARAMETER-FILE
                   NOT AT END
                       IF FP-POLICE-VALID-DAYS > ZERO
                           MOVE FP-POLICE-VALID-DAYS
                               TO WS-POLICE-VALID-DAYS
                       END-IF
               END-READ
               CLOSE FLEET-PARAMETER-FILE
           END-IF.

       LOAD-VEHICLE-TABLE.
           MOVE ZERO TO WS-VEHICLE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT VEHICLE-FILE.
           IF WS-VEHICLE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ VEHICLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-VEHICLE-COUNT < 200
                               ADD 1 TO WS-VEHICLE-COUNT
                               SET VH-INDEX TO WS-VEHICLE-COUNT
                               MOVE VEHICLE-RECORD TO
                                   WS-VEHICLE-LINE (VH-INDEX)
                           ELSE
                               SET VEHICLE-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEHICLE-FILE
           END-IF.
           IF VEHICLE-TABLE-FULL
               DISPLAY 'VEHICLE.DAT EXCEEDS THE 200-VEHICLE TABLE - '
                   'NO VEHICLE CAN BE CHANGED'
           END-IF.

       LOAD-CREW-TABLE.
           MOVE ZERO TO WS-CREW-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DRIVER-FILE.
           IF WS-DRIVER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DRIVER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CREW-COUNT < 500
                               ADD 1 TO WS-CREW-COUNT
                               SET DV-INDEX TO WS-CREW-COUNT
                               MOVE DRIVER-RECORD TO
                                   WS-CREW-LINE (DV-INDEX)
                           ELSE
                               SET CREW-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVER-FILE
           END-IF.
           IF CREW-TABLE-FULL
               DISPLAY 'DRIVER.DAT EXCEEDS THE 500-CREW TABLE - '
                   'NO CREW RECORD CAN BE CHANGED'
           END-IF.

       LOAD-ROUTE-TABLE.
           MOVE SPACES TO WS-ROUTE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROUTE-MASTER.
           IF WS-ROUTE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ROUTE-MASTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RT-ROUTE-NO > ZERO
                               MOVE 'Y' TO
                                   WS-ROUTE-KNOWN (RT-ROUTE-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROUTE-MASTER
           END-IF.

      * Riders are the STUROUTE.DAT mappings to the route, the same
      * list the bus attendant boards from.
       COUNT-ROUTE-RIDERS.
           MOVE ZERO TO WS-RIDER-COUNT.
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

      * A partly loaded master is never written back.
       REWRITE-VEHICLE-FILE.
           OPEN OUTPUT VEHICLE-FILE.
           PERFORM VARYING VH-INDEX FROM 1 BY 1
               UNTIL VH-INDEX > WS-VEHICLE-COUNT
               MOVE WS-VEHICLE-LINE (VH-INDEX) TO VEHICLE-RECORD
               WRITE VEHICLE-RECORD
           END-PERFORM.
           CLOSE VEHICLE-FILE.

       REWRITE-CREW-FILE.
           OPEN OUTPUT DRIVER-FILE.
           PERFORM VARYING DV-INDEX FROM 1 BY 1
               UNTIL DV-INDEX > WS-CREW-COUNT
               MOVE WS-CREW-LINE (DV-INDEX) TO DRIVER-RECORD
               WRITE DRIVER-RECORD
           END-PERFORM.
           CLOSE DRIVER-FILE.

       FIND-VEHICLE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING VH-INDEX FROM 1 BY 1
               UNTIL VH-INDEX > WS-VEHICLE-COUNT OR ENTRY-FOUND
               MOVE WS-VEHICLE-LINE (VH-INDEX) TO VEHICLE-RECORD
               IF VH-REG-NO = WS-WORK-REG-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET VH-INDEX DOWN BY 1
           END-IF.

       FIND-CREW.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING DV-INDEX FROM 1 BY 1
               UNTIL DV-INDEX > WS-CREW-COUNT OR ENTRY-FOUND
               MOVE WS-CREW-LINE (DV-INDEX) TO DRIVER-RECORD
               IF DV-CREW-NO = WS-WORK-CREW-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET DV-INDEX DOWN BY 1
           END-IF.

      * Zero keeps the date already on file; anything else must be a
      * real calendar date.
       ACCEPT-DOCUMENT-DATE.
           DISPLAY 'ENTER ' WS-DATE-PROMPT ' (YYYYMMDD, 0 = '
               WS-OLD-DATE ') : '.
           ACCEPT WS-WORK-DATE.
           PERFORM VALIDATE-WORK-DATE.
           PERFORM UNTIL WS-WORK-DATE = ZERO OR DATE-IS-VALID
               DISPLAY 'INVALID DATE, RE-ENTER (YYYYMMDD) : '
               ACCEPT WS-WORK-DATE
               PERFORM VALIDATE-WORK-DATE
           END-PERFORM.
           IF WS-WORK-DATE = ZERO
               MOVE WS-OLD-DATE TO WS-WORK-DATE
           END-IF.

       VALIDATE-WORK-DATE.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-WORK-DATE TO WS-DATEVAL-IN(1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.

       MAINTAIN-VEHICLE.
           IF VEHICLE-TABLE-FULL
               DISPLAY 'VEHICLE MASTER NOT FULLY LOADED, NO CHANGE '
                   'CAN BE RECORDED'
               GO TO MAINTAIN-VEHICLE-EXIT
           END-IF.
           DISPLAY 'ENTER REGISTRATION NO : '.
           ACCEPT WS-WORK-REG-NO.
           IF WS-WORK-REG-NO = SPACES
               GO TO MAINTAIN-VEHICLE-EXIT
           END-IF.
           PERFORM FIND-VEHICLE.
           IF ENTRY-FOUND
               MOVE 'N' TO WS-NEW-FLAG
               DISPLAY 'VEHICLE ' VH-REG-NO ' ' VH-MAKE-MODEL
                   ' SEATS ' VH-SEATS ' ROUTE ' VH-ROUTE-NO
                   ' STATUS ' VH-STATUS
           ELSE
               IF WS-VEHICLE-COUNT >= 200
                   DISPLAY 'VEHICLE TABLE FULL, NOT ADDED'
                   GO TO MAINTAIN-VEHICLE-EXIT
               END-IF
               MOVE 'Y' TO WS-NEW-FLAG
               MOVE SPACES TO VEHICLE-RECORD
               MOVE WS-WORK-REG-NO TO VH-REG-NO
               MOVE ZERO TO VH-SEATS
               MOVE ZERO TO VH-ROUTE-NO
               MOVE ZERO TO VH-INSURANCE-EXP
               MOVE ZERO TO VH-FITNESS-EXP
               MOVE ZERO TO VH-PERMIT-EXP
               MOVE ZERO TO VH-PUC-EXP
               MOVE 'A' TO VH-STATUS
               DISPLAY 'NEW VEHICLE ' WS-WORK-REG-NO
           END-IF.
           DISPLAY 'ENTER MAKE AND MODEL (SPACE = UNCHANGED) : '.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT NOT = SPACES
               MOVE WS-WORK-TEXT TO VH-MAKE-MODEL
           END-IF.
           DISPLAY 'ENTER SEATING CAPACITY (0 = ' VH-SEATS ') : '.
           ACCEPT WS-WORK-SEATS.
           IF NEW-ENTRY
               PERFORM UNTIL WS-WORK-SEATS > ZERO
                   DISPLAY 'SEATING IS REQUIRED, RE-ENTER : '
                   ACCEPT WS-WORK-SEATS
               END-PERFORM
           END-IF.
           IF WS-WORK-SEATS > ZERO
               IF NOT VH-SPARE
                   MOVE VH-ROUTE-NO TO WS-WORK-ROUTE
                   PERFORM COUNT-ROUTE-RIDERS
                   IF WS-WORK-SEATS < WS-RIDER-COUNT
                       DISPLAY 'ROUTE ' VH-ROUTE-NO ' HAS '
                           WS-RIDER-COUNT ' RIDERS ON STUROUTE.DAT - '
                           'SEATING NOT CHANGED'
                       GO TO MAINTAIN-VEHICLE-EXIT
                   END-IF
               END-IF
               MOVE WS-WORK-SEATS TO VH-SEATS
           END-IF.
           MOVE 'Y' TO WS-ALLOW-FUTURE.
           MOVE 'INSURANCE EXPIRY' TO WS-DATE-PROMPT.
           MOVE VH-INSURANCE-EXP TO WS-OLD-DATE.
           PERFORM ACCEPT-DOCUMENT-DATE.
           MOVE WS-WORK-DATE TO VH-INSURANCE-EXP.
           MOVE 'FITNESS CERT EXPIRY' TO WS-DATE-PROMPT.
           MOVE VH-FITNESS-EXP TO WS-OLD-DATE.
           PERFORM ACCEPT-DOCUMENT-DATE.
           MOVE WS-WORK-DATE TO VH-FITNESS-EXP.
           MOVE 'PERMIT EXPIRY' TO WS-DATE-PROMPT.
           MOVE VH-PERMIT-EXP TO WS-OLD-DATE.
           PERFORM ACCEPT-DOCUMENT-DATE.
           MOVE WS-WORK-DATE TO VH-PERMIT-EXP.
           MOVE 'POLLUTION CERT EXPIRY' TO WS-DATE-PROMPT.
           MOVE VH-PUC-EXP TO WS-OLD-DATE.
           PERFORM ACCEPT-DOCUMENT-DATE.
           MOVE WS-WORK-DATE TO VH-PUC-EXP.
           IF NOT NEW-ENTRY
               DISPLAY 'ENTER STATUS (A IN SERVICE / W WITHDRAWN, '
                   'SPACE = UNCHANGED) : '
               ACCEPT WS-WORK-STATUS
               IF WS-WORK-STATUS = 'A' OR 'W'
                   MOVE WS-WORK-STATUS TO VH-STATUS
               END-IF
           END-IF.
           IF VH-WITHDRAWN AND NOT VH-SPARE
               DISPLAY 'VEHICLE WITHDRAWN - RELEASED FROM ROUTE '
                   VH-ROUTE-NO
               MOVE ZERO TO VH-ROUTE-NO
           END-IF.
           MOVE WS-TODAY TO VH-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO VH-UPDATED-BY.
           IF NEW-ENTRY
               ADD 1 TO WS-VEHICLE-COUNT
               SET VH-INDEX TO WS-VEHICLE-COUNT
           END-IF.
           MOVE VEHICLE-RECORD TO WS-VEHICLE-LINE (VH-INDEX).
           PERFORM REWRITE-VEHICLE-FILE.
           DISPLAY 'VEHICLE ' VH-REG-NO ' RECORDED'.
       MAINTAIN-VEHICLE-EXIT.
           EXIT.

       MAINTAIN-CREW.
           IF CREW-TABLE-FULL
               DISPLAY 'CREW MASTER NOT FULLY LOADED, NO CHANGE '
                   'CAN BE RECORDED'
               GO TO MAINTAIN-CREW-EXIT
           END-IF.
           DISPLAY 'ENTER CREW NO : '.
           ACCEPT WS-WORK-CREW-NO.
           IF WS-WORK-CREW-NO = ZERO
               GO TO MAINTAIN-CREW-EXIT
           END-IF.
           PERFORM FIND-CREW.
           IF ENTRY-FOUND
               MOVE 'N' TO WS-NEW-FLAG
               DISPLAY 'CREW ' DV-CREW-NO ' ' DV-NAME ' ROLE '
                   DV-ROLE ' ROUTE ' DV-ROUTE-NO ' STATUS ' DV-STATUS
           ELSE
               IF WS-CREW-COUNT >= 500
                   DISPLAY 'CREW TABLE FULL, NOT ADDED'
                   GO TO MAINTAIN-CREW-EXIT
               END-IF
               MOVE 'Y' TO WS-NEW-FLAG
               MOVE SPACES TO DRIVER-RECORD
               MOVE WS-WORK-CREW-NO TO DV-CREW-NO
               MOVE ZERO TO DV-LICENCE-EXP
               MOVE ZERO TO DV-POLICE-VERIFIED
               MOVE ZERO TO DV-PHONE
               MOVE ZERO TO DV-ROUTE-NO
               MOVE 'A' TO DV-STATUS
               DISPLAY 'NEW CREW MEMBER ' WS-WORK-CREW-NO
               DISPLAY 'ENTER ROLE (D DRIVER / A ATTENDANT) : '
               ACCEPT WS-WORK-ROLE
               PERFORM UNTIL WORK-ROLE-VALID
                   DISPLAY 'MUST BE D OR A, RE-ENTER : '
                   ACCEPT WS-WORK-ROLE
               END-PERFORM
               MOVE WS-WORK-ROLE TO DV-ROLE
           END-IF.
           DISPLAY 'ENTER NAME (SPACE = UNCHANGED) : '.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT NOT = SPACES
               MOVE WS-WORK-TEXT TO DV-NAME
           END-IF.
           PERFORM UNTIL DV-NAME NOT = SPACES
               DISPLAY 'NAME IS REQUIRED, RE-ENTER : '
               ACCEPT DV-NAME
           END-PERFORM.
           IF DV-DRIVER
               DISPLAY 'ENTER LICENCE NO (SPACE = UNCHANGED) : '
               ACCEPT WS-WORK-TEXT
               IF WS-WORK-TEXT NOT = SPACES
                   MOVE WS-WORK-TEXT TO DV-LICENCE-NO
               END-IF
               MOVE 'Y' TO WS-ALLOW-FUTURE
               MOVE 'LICENCE EXPIRY' TO WS-DATE-PROMPT
               MOVE DV-LICENCE-EXP TO WS-OLD-DATE
               PERFORM ACCEPT-DOCUMENT-DATE
               MOVE WS-WORK-DATE TO DV-LICENCE-EXP
           END-IF.
           MOVE 'N' TO WS-ALLOW-FUTURE.
           MOVE 'POLICE VERIFICATION' TO WS-DATE-PROMPT.
           MOVE DV-POLICE-VERIFIED TO WS-OLD-DATE.
           PERFORM ACCEPT-DOCUMENT-DATE.
           MOVE WS-WORK-DATE TO DV-POLICE-VERIFIED.
           DISPLAY 'ENTER PHONE (0 = ' DV-PHONE ') : '.
           ACCEPT WS-WORK-PHONE.
           IF WS-WORK-PHONE > ZERO
               MOVE WS-WORK-PHONE TO DV-PHONE
           END-IF.
           IF NOT NEW-ENTRY
               DISPLAY 'ENTER STATUS (A ON DUTY / L LEFT SERVICE, '
                   'SPACE = UNCHANGED) : '
               ACCEPT WS-WORK-STATUS
               IF WS-WORK-STATUS = 'A' OR 'L'
                   MOVE WS-WORK-STATUS TO DV-STATUS
               END-IF
           END-IF.
           IF DV-LEFT-SERVICE AND NOT DV-SPARE
               DISPLAY 'CREW MEMBER LEFT - RELEASED FROM ROUTE '
                   DV-ROUTE-NO
               MOVE ZERO TO DV-ROUTE-NO
           END-IF.
           MOVE WS-TODAY TO DV-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO DV-UPDATED-BY.
           IF NEW-ENTRY
               ADD 1 TO WS-CREW-COUNT
               SET DV-INDEX TO WS-CREW-COUNT
           END-IF.
           MOVE DRIVER-RECORD TO WS-CREW-LINE (DV-INDEX).
           PERFORM REWRITE-CREW-FILE.
           DISPLAY 'CREW ' DV-CREW-NO ' RECORDED'.
       MAINTAIN-CREW-EXIT.
           EXIT.

      * Route zero releases the vehicle to the spare pool.
       ASSIGN-VEHICLE.
           IF VEHICLE-TABLE-FULL
               DISPLAY 'VEHICLE MASTER NOT FULLY LOADED, NO CHANGE '
                   'CAN BE RECORDED'
               GO TO ASSIGN-VEHICLE-EXIT
           END-IF.
           DISPLAY 'ENTER REGISTRATION NO : '.
           ACCEPT WS-WORK-REG-NO.
           PERFORM FIND-VEHICLE.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO SUCH VEHICLE ON VEHICLE.DAT : '
                   WS-WORK-REG-NO
               GO TO ASSIGN-VEHICLE-EXIT
           END-IF.
           IF NOT VH-IN-SERVICE
               DISPLAY 'VEHICLE ' VH-REG-NO ' IS WITHDRAWN'
               GO TO ASSIGN-VEHICLE-EXIT
           END-IF.
           SET WS-SAVED-INDEX TO VH-INDEX.
           DISPLAY 'ENTER ROUTE NO (0 = RELEASE FROM ROUTE '
               VH-ROUTE-NO ') : '.
           ACCEPT WS-WORK-ROUTE.
           IF WS-WORK-ROUTE = ZERO
               MOVE ZERO TO VH-ROUTE-NO
               MOVE WS-TODAY TO VH-UPDATED-DATE
               MOVE WS-OPERATOR-ID TO VH-UPDATED-BY
               MOVE VEHICLE-RECORD TO WS-VEHICLE-LINE (VH-INDEX)
               PERFORM REWRITE-VEHICLE-FILE
               DISPLAY 'VEHICLE ' VH-REG-NO ' RELEASED TO SPARE'
               GO TO ASSIGN-VEHICLE-EXIT
           END-IF.
           IF WS-ROUTE-KNOWN (WS-WORK-ROUTE) NOT = 'Y'
               DISPLAY 'ROUTE ' WS-WORK-ROUTE ' NOT ON ROUTEMST.DAT'
               GO TO ASSIGN-VEHICLE-EXIT
           END-IF.
           PERFORM CHECK-VEHICLE-DOCUMENTS.
           IF NOT DOCUMENTS-IN-ORDER
               DISPLAY 'VEHICLE ' VH-REG-NO ' - ' WS-DOC-FAULT
                   ' - NOT ASSIGNED'
               GO TO ASSIGN-VEHICLE-EXIT
           END-IF.
           PERFORM COUNT-ROUTE-RIDERS.
           IF VH-SEATS < WS-RIDER-COUNT
               DISPLAY 'VEHICLE SEATS ' VH-SEATS ' BUT ROUTE '
                   WS-WORK-ROUTE ' HAS ' WS-RIDER-COUNT
                   ' RIDERS ON STUROUTE.DAT - NOT ASSIGNED'
               GO TO ASSIGN-VEHICLE-EXIT
           END-IF.
           PERFORM VARYING VH-INDEX FROM 1 BY 1
               UNTIL VH-INDEX > WS-VEHICLE-COUNT
               MOVE WS-VEHICLE-LINE (VH-INDEX) TO VEHICLE-RECORD
               IF VH-ROUTE-NO = WS-WORK-ROUTE AND VH-IN-SERVICE
                   AND VH-REG-NO NOT = WS-WORK-REG-NO
                   DISPLAY 'ROUTE ' WS-WORK-ROUTE ' IS RUN BY '
                       VH-REG-NO ' - RELEASE IT FIRST'
                   GO TO ASSIGN-VEHICLE-EXIT
               END-IF
           END-PERFORM.
           SET VH-INDEX TO WS-SAVED-INDEX.
           MOVE WS-VEHICLE-LINE (VH-INDEX) TO VEHICLE-RECORD.
           MOVE WS-WORK-ROUTE TO VH-ROUTE-NO.
           MOVE WS-TODAY TO VH-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO VH-UPDATED-BY.
           MOVE VEHICLE-RECORD TO WS-VEHICLE-LINE (VH-INDEX).
           PERFORM REWRITE-VEHICLE-FILE.
           DISPLAY 'VEHICLE ' VH-REG-NO ' ASSIGNED TO ROUTE '
               VH-ROUTE-NO ' - SEATS ' VH-SEATS ' RIDERS '
               WS-RIDER-COUNT.
       ASSIGN-VEHICLE-EXIT.
           EXIT.

       CHECK-VEHICLE-DOCUMENTS.
           MOVE SPACES TO WS-DOC-FAULT.
           EVALUATE TRUE
               WHEN VH-INSURANCE-EXP < WS-TODAY
                   MOVE 'INSURANCE MISSING OR EXPIRED' TO WS-DOC-FAULT
               WHEN VH-FITNESS-EXP < WS-TODAY
                   MOVE 'FITNESS CERT MISSING OR EXPIRED'
                       TO WS-DOC-FAULT
               WHEN VH-PERMIT-EXP < WS-TODAY
                   MOVE 'PERMIT MISSING OR EXPIRED' TO WS-DOC-FAULT
               WHEN VH-PUC-EXP < WS-TODAY
                   MOVE 'POLLUTION CERT MISSING/EXPIRED'
                       TO WS-DOC-FAULT
           END-EVALUATE.

      * Route zero releases the crew member to the spare pool.
       ASSIGN-CREW.
           IF CREW-TABLE-FULL
               DISPLAY 'CREW MASTER NOT FULLY LOADED, NO CHANGE '
                   'CAN BE RECORDED'
               GO TO ASSIGN-CREW-EXIT
           END-IF.
           DISPLAY 'ENTER CREW NO : '.
           ACCEPT WS-WORK-CREW-NO.
           PERFORM FIND-CREW.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO SUCH CREW NO ON DRIVER.DAT : '
                   WS-WORK-CREW-NO
               GO TO ASSIGN-CREW-EXIT
           END-IF.
           IF NOT DV-ON-DUTY
               DISPLAY 'CREW ' DV-CREW-NO ' HAS LEFT SERVICE'
               GO TO ASSIGN-CREW-EXIT
           END-IF.
           SET WS-SAVED-INDEX TO DV-INDEX.
           MOVE DV-ROLE TO WS-WORK-ROLE.
           IF DV-DRIVER
               MOVE 'DRIVER' TO WS-ROLE-TEXT
           ELSE
               MOVE 'ATTENDANT' TO WS-ROLE-TEXT
           END-IF.
           DISPLAY 'ENTER ROUTE NO (0 = RELEASE FROM ROUTE '
               DV-ROUTE-NO ') : '.
           ACCEPT WS-WORK-ROUTE.
           IF WS-WORK-ROUTE = ZERO
               MOVE ZERO TO DV-ROUTE-NO
               MOVE WS-TODAY TO DV-UPDATED-DATE
               MOVE WS-OPERATOR-ID TO DV-UPDATED-BY
               MOVE DRIVER-RECORD TO WS-CREW-LINE (DV-INDEX)
               PERFORM REWRITE-CREW-FILE
               DISPLAY 'CREW ' DV-CREW-NO ' RELEASED TO SPARE'
               GO TO ASSIGN-CREW-EXIT
           END-IF.
           IF WS-ROUTE-KNOWN (WS-WORK-ROUTE) NOT = 'Y'
               DISPLAY 'ROUTE ' WS-WORK-ROUTE ' NOT ON ROUTEMST.DAT'
               GO TO ASSIGN-CREW-EXIT
           END-IF.
           PERFORM CHECK-CREW-DOCUMENTS.
           IF NOT DOCUMENTS-IN-ORDER
               DISPLAY WS-ROLE-TEXT ' ' DV-CREW-NO ' - ' WS-DOC-FAULT
                   ' - NOT ASSIGNED'
               GO TO ASSIGN-CREW-EXIT
           END-IF.
           PERFORM VARYING DV-INDEX FROM 1 BY 1
               UNTIL DV-INDEX > WS-CREW-COUNT
               MOVE WS-CREW-LINE (DV-INDEX) TO DRIVER-RECORD
               IF DV-ROUTE-NO = WS-WORK-ROUTE AND DV-ON-DUTY
                   AND DV-ROLE = WS-WORK-ROLE
                   AND DV-CREW-NO NOT = WS-WORK-CREW-NO
                   DISPLAY 'ROUTE ' WS-WORK-ROUTE ' ALREADY HAS '
                       WS-ROLE-TEXT ' ' DV-CREW-NO ' ' DV-NAME
                       ' - RELEASE FIRST'
                   GO TO ASSIGN-CREW-EXIT
               END-IF
           END-PERFORM.
           SET DV-INDEX TO WS-SAVED-INDEX.
           MOVE WS-CREW-LINE (DV-INDEX) TO DRIVER-RECORD.
           MOVE WS-WORK-ROUTE TO DV-ROUTE-NO.
           MOVE WS-TODAY TO DV-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO DV-UPDATED-BY.
           MOVE DRIVER-RECORD TO WS-CREW-LINE (DV-INDEX).
           PERFORM REWRITE-CREW-FILE.
           DISPLAY WS-ROLE-TEXT ' ' DV-CREW-NO ' ASSIGNED TO ROUTE '
               DV-ROUTE-NO.
       ASSIGN-CREW-EXIT.
           EXIT.

       CHECK-CREW-DOCUMENTS.
           MOVE SPACES TO WS-DOC-FAULT.
           IF DV-DRIVER
               IF DV-LICENCE-NO = SPACES
                   MOVE 'NO LICENCE NUMBER ON FILE' TO WS-DOC-FAULT
               ELSE
                   IF DV-LICENCE-EXP < WS-TODAY
                       MOVE 'LICENCE MISSING OR EXPIRED'
                           TO WS-DOC-FAULT
                   END-IF
               END-IF
           END-IF.
           IF DOCUMENTS-IN-ORDER
               IF DV-POLICE-VERIFIED = ZERO
                   MOVE 'NO POLICE VERIFICATION' TO WS-DOC-FAULT
               ELSE
                   COMPUTE WS-POLICE-DUE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (DV-POLICE-VERIFIED)
                       + WS-POLICE-VALID-DAYS)
                   IF WS-POLICE-DUE < WS-TODAY
                       MOVE 'POLICE VERIFICATION LAPSED'
                           TO WS-DOC-FAULT
                   END-IF
               END-IF
           END-IF.
      ** add other procedures here
       END PROGRAM FLEETMNT.
