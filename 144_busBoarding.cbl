      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bus boarding desk for the bus attendant. For a
      *          route and direction (M morning run to school, E
      *          evening run home) the attendant keys the STU-NO of
      *          each student as they get on; the student must be
      *          mapped to that route on STUROUTE.DAT (a child on the
      *          wrong bus is refused and sent to the transport
      *          office), and a second boarding on the same run is
      *          refused. Each boarding is appended to BOARDLOG.DAT
      *          with the student's stop and the time, for the
      *          BOARDRCN reconciliation against class attendance.
      *          The trip closes with the list of the route's riders
      *          not yet seen. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BUSBOARD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-ROUTE-FILE ASSIGN TO "STUROUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUROUTE-STATUS.
           SELECT BOARDING-LOG ASSIGN TO "BOARDLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOARDLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-ROUTE-FILE.
       01 STUDENT-ROUTE-RECORD.
           05 SR-STU-NO       PIC 9(05).
           05 SR-ROUTE-NO     PIC 9(03).
           05 SR-STOP-NAME    PIC X(20).

       FD  BOARDING-LOG.
           COPY BOARDLGR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-STUROUTE-STATUS PIC X(02) VALUE '00'.
       01 WS-BOARDLOG-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 2.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'BUSBOARD'.
       01 WS-TODAY           PIC 9(08).
       01 WS-TIME-NOW        PIC 9(08).
       01 WS-TIME-PARTS REDEFINES WS-TIME-NOW.
           05 WS-TIME-HHMM    PIC 9(04).
           05 FILLER          PIC 9(04).
       01 WS-WORK-ROUTE      PIC 9(03).
       01 WS-WORK-DIRECTION  PIC X(01).
           88 DIRECTION-VALID  VALUE 'M' 'E'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-BOARDED-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-MISSING-COUNT   PIC 9(03) VALUE ZERO.
      * The riders mapped to the route for this trip, and whether
      * each has been seen to board on this run today.
       01 WS-RIDER-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-RIDER-TABLE.
           05 WS-RD-ENTRY OCCURS 300 TIMES INDEXED BY RD-INDEX.
               10 WS-RD-STU-NO    PIC 9(05).
               10 WS-RD-STOP-NAME PIC X(20).
               10 WS-RD-BOARDED   PIC X(01).
       01 WS-RIDER-FOUND     PIC X(01).
           88 RIDER-ON-ROUTE   VALUE 'Y'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. LOG A BUS RUN'
               DISPLAY '2. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LOG-BUS-RUN THRU LOG-BUS-RUN-EXIT
                   WHEN 2
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

       LOG-BUS-RUN.
           DISPLAY 'ENTER ROUTE NO : '.
           ACCEPT WS-WORK-ROUTE.
           DISPLAY 'DIRECTION (M MORNING TO SCHOOL / E EVENING '
               'HOME) : '.
           ACCEPT WS-WORK-DIRECTION.
           IF NOT DIRECTION-VALID
               DISPLAY 'DIRECTION MUST BE M OR E'
               GO TO LOG-BUS-RUN-EXIT
           END-IF.
           PERFORM LOAD-ROUTE-RIDERS.
           IF WS-RIDER-COUNT = ZERO
               DISPLAY 'NO STUDENTS MAPPED TO ROUTE ' WS-WORK-ROUTE
               GO TO LOG-BUS-RUN-EXIT
           END-IF.
           PERFORM MARK-ALREADY-BOARDED.
           MOVE ZERO TO WS-BOARDED-COUNT.
           MOVE 1 TO WS-WORK-STU-NO.
           PERFORM UNTIL WS-WORK-STU-NO = ZERO
               DISPLAY 'STU-NO BOARDING (0 = BUS DEPARTED) : '
               ACCEPT WS-WORK-STU-NO
               IF WS-WORK-STU-NO NOT = ZERO
                   PERFORM LOG-ONE-BOARDING
               END-IF
           END-PERFORM.
           PERFORM LIST-NOT-BOARDED.
       LOG-BUS-RUN-EXIT.
           EXIT.

       LOAD-ROUTE-RIDERS.
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
                               AND WS-RIDER-COUNT < 300
                               ADD 1 TO WS-RIDER-COUNT
                               SET RD-INDEX TO WS-RIDER-COUNT
                               MOVE SR-STU-NO TO
                                   WS-RD-STU-NO (RD-INDEX)
                               MOVE SR-STOP-NAME TO
                                   WS-RD-STOP-NAME (RD-INDEX)
                               MOVE 'N' TO WS-RD-BOARDED (RD-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ROUTE-FILE
           END-IF.

       MARK-ALREADY-BOARDED.
      * A run logged in two sittings (a desk restart mid-route) must
      * not take the same child twice.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BOARDING-LOG.
           IF WS-BOARDLOG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ BOARDING-LOG
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF BL-BOARD-DATE = WS-TODAY
                               AND BL-ROUTE-NO = WS-WORK-ROUTE
                               AND BL-DIRECTION = WS-WORK-DIRECTION
                               MOVE BL-STU-NO TO WS-WORK-STU-NO
                               PERFORM FIND-RIDER
                               IF RIDER-ON-ROUTE
                                   MOVE 'Y' TO
                                       WS-RD-BOARDED (RD-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOARDING-LOG
           END-IF.

       FIND-RIDER.
           MOVE 'N' TO WS-RIDER-FOUND.
           SET RD-INDEX TO 1.
           SEARCH WS-RD-ENTRY
               AT END
                   CONTINUE
               WHEN RD-INDEX > WS-RIDER-COUNT
                   CONTINUE
               WHEN WS-RD-STU-NO (RD-INDEX) = WS-WORK-STU-NO
                   MOVE 'Y' TO WS-RIDER-FOUND
           END-SEARCH.

       LOG-ONE-BOARDING.
           PERFORM FIND-RIDER.
           EVALUATE TRUE
               WHEN NOT RIDER-ON-ROUTE
                   DISPLAY '*** STU-NO ' WS-WORK-STU-NO ' IS NOT ON '
                       'ROUTE ' WS-WORK-ROUTE ' - DO NOT CARRY, '
                       'CALL THE TRANSPORT OFFICE'
               WHEN WS-RD-BOARDED (RD-INDEX) = 'Y'
                   DISPLAY 'STU-NO ' WS-WORK-STU-NO ' ALREADY '
                       'BOARDED THIS RUN'
               WHEN OTHER
                   PERFORM WRITE-BOARDING-RECORD
           END-EVALUATE.

       WRITE-BOARDING-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           OPEN EXTEND BOARDING-LOG.
           IF WS-BOARDLOG-STATUS NOT = '00'
               OPEN OUTPUT BOARDING-LOG
           END-IF.
           MOVE WS-TODAY                  TO BL-BOARD-DATE.
           MOVE WS-WORK-ROUTE             TO BL-ROUTE-NO.
           MOVE WS-RD-STOP-NAME (RD-INDEX) TO BL-STOP-NAME.
           MOVE WS-WORK-STU-NO            TO BL-STU-NO.
           MOVE WS-WORK-DIRECTION         TO BL-DIRECTION.
           MOVE WS-TIME-HHMM              TO BL-BOARD-TIME.
           MOVE WS-OPERATOR-ID            TO BL-OPERATOR-ID.
           WRITE BOARDING-LOG-RECORD.
           CLOSE BOARDING-LOG.
           MOVE 'Y' TO WS-RD-BOARDED (RD-INDEX).
           ADD 1 TO WS-BOARDED-COUNT.
           DISPLAY 'BOARDED ' WS-WORK-STU-NO ' AT '
               WS-RD-STOP-NAME (RD-INDEX) ' ' WS-TIME-HHMM.

       LIST-NOT-BOARDED.
           MOVE ZERO TO WS-MISSING-COUNT.
           DISPLAY 'ROUTE ' WS-WORK-ROUTE ' RUN ' WS-WORK-DIRECTION
               ' - BOARDED THIS SITTING : ' WS-BOARDED-COUNT.
           PERFORM VARYING RD-INDEX FROM 1 BY 1
               UNTIL RD-INDEX > WS-RIDER-COUNT
               IF WS-RD-BOARDED (RD-INDEX) NOT = 'Y'
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY '  NOT BOARDED : '
                       WS-RD-STU-NO (RD-INDEX) ' '
                       WS-RD-STOP-NAME (RD-INDEX)
               END-IF
           END-PERFORM.
           DISPLAY 'RIDERS NOT SEEN ON THIS RUN : ' WS-MISSING-COUNT.
      ** add other procedures here
       END PROGRAM BUSBOARD.
