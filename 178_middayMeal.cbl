      ******************************************************************
      * Author:
      * Date:
      * Purpose: Midday meal daily count and food-grain stock
      *          register, run each school day for the run-control
      *          run-date. The children eligible under the scheme
      *          (classes up to the MEALPM.DAT upper-primary class)
      *          present on the whole-day ATTDAILY.DAT register -
      *          present, late or released on a gate pass - are
      *          counted per class, leaving out the current hostel
      *          boarders on HSTLALOC.DAT, who eat at the mess. The
      *          meals served per class come from MEALSRVD.DAT and
      *          draw down the grain and cooking cost at the MEALPM
      *          per-child norms for the primary and upper-primary
      *          stages; the day's MEALRCPT.DAT grain and fund
      *          receipts are taken in and the day's line is posted
      *          to the MEALSTK.DAT stock register, the class counts
      *          to MEALCNT.DAT (a rerun replaces the date). A class
      *          whose meals served differ from those present by
      *          more than the tolerance percentage is flagged, and
      *          so is the day. The daily return prints to
      *          MEALDAY.RPT and the month-to-date utilisation
      *          return to MEALMTH.RPT. RC 8 when no register is
      *          posted for the date or the stock register already
      *          runs past it, RC 4 on a flagged day or a stock-out.
      *          Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MIDMEAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MEAL-PARAMETER-FILE ASSIGN TO "MEALPM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DAILY-ATTENDANCE ASSIGN TO "ATTDAILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT HOSTEL-ALLOCATION ASSIGN TO "HSTLALOC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOSTEL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MEALS-SERVED-FILE ASSIGN TO "MEALSRVD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SERVED-STATUS.
           SELECT MEAL-RECEIPT-FILE ASSIGN TO "MEALRCPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT MEAL-COUNT-FILE ASSIGN TO "MEALCNT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT MEAL-STOCK-FILE ASSIGN TO "MEALSTK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT DAILY-RETURN-REPORT ASSIGN TO "MEALDAY.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MONTHLY-RETURN-REPORT ASSIGN TO "MEALMTH.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Scheme norms: the last class of the primary and of the
      * upper-primary stage, grams of grain and cooking cost per
      * child per meal for each stage, and the percentage by which
      * meals served may differ from children present.
       FD  MEAL-PARAMETER-FILE.
       01 MEAL-PARAMETER-RECORD.
           05 MP-PRIMARY-TO-CLASS PIC 9(02).
           05 MP-UPPER-TO-CLASS   PIC 9(02).
           05 MP-PRIMARY-GRAMS    PIC 9(03).
           05 MP-UPPER-GRAMS      PIC 9(03).
           05 MP-PRIMARY-COST     PIC 9(02)V9(02).
           05 MP-UPPER-COST       PIC 9(02)V9(02).
           05 MP-TOLERANCE-PCT    PIC 9(02).

       FD  DAILY-ATTENDANCE.
       01 DAILY-ATTENDANCE-RECORD.
           05 AD-ATT-DATE     PIC 9(08).
           05 AD-CLASS        PIC 9(02).
           05 AD-SECTION      PIC X(01).
           05 AD-STU-NO       PIC 9(05).
           05 AD-PRESENT      PIC X(01).
               88 AD-WAS-PRESENT  VALUE 'P' 'L'.
               88 AD-WAS-LATE     VALUE 'L'.
               88 AD-WAS-ABSENT   VALUE 'A'.
               88 AD-RELEASED     VALUE 'R'.
               88 AD-RELEASE-MARKER VALUE 'G'.
           05 AD-PERIOD       PIC 9(02).
               88 AD-WHOLE-DAY    VALUE 00.

       FD  HOSTEL-ALLOCATION.
           COPY HSTLALOR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

      * Meals actually served to a class on a date, as counted by
      * the teacher in charge of the meal. A later line for the same
      * date and class replaces an earlier one.
       FD  MEALS-SERVED-FILE.
       01 MEALS-SERVED-RECORD.
           05 MS-MEAL-DATE    PIC 9(08).
           05 MS-CLASS        PIC 9(02).
           05 MS-SERVED       PIC 9(04).

      * Grain (kg) and cooking-cost funds received into the scheme's
      * stock on a date, with the challan or sanction reference.
       FD  MEAL-RECEIPT-FILE.
       01 MEAL-RECEIPT-RECORD.
           05 MR-RECEIPT-DATE PIC 9(08).
           05 MR-GRAIN-KG     PIC 9(05)V9(03).
           05 MR-FUNDS        PIC 9(07)V9(02).
           05 MR-REFERENCE    PIC X(10).

       FD  MEAL-COUNT-FILE.
           COPY MEALCNTR.

       FD  MEAL-STOCK-FILE.
           COPY MEALSTKR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  DAILY-RETURN-REPORT.
       01 DAILY-RETURN-LINE   PIC X(72).

       FD  MONTHLY-RETURN-REPORT.
       01 MONTHLY-RETURN-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-DAILY-STATUS    PIC X(02) VALUE '00'.
       01 WS-HOSTEL-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-SERVED-STATUS   PIC X(02) VALUE '00'.
       01 WS-RECEIPT-STATUS  PIC X(02) VALUE '00'.
       01 WS-COUNT-STATUS    PIC X(02) VALUE '00'.
       01 WS-STOCK-STATUS    PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-RUN-MONTH       PIC 9(06).
       01 WS-PRIMARY-TO-CLASS PIC 9(02) VALUE 5.
       01 WS-UPPER-TO-CLASS  PIC 9(02) VALUE 8.
       01 WS-PRIMARY-GRAMS   PIC 9(03) VALUE 100.
       01 WS-UPPER-GRAMS     PIC 9(03) VALUE 150.
       01 WS-PRIMARY-COST    PIC 9(02)V9(02) VALUE 5.45.
       01 WS-UPPER-COST      PIC 9(02)V9(02) VALUE 8.17.
       01 WS-TOLERANCE-PCT   PIC 9(02) VALUE 5.
      * Per student for the day: B boarder, M boarder present (fed at
      * the mess), P day scholar counted present.
       01 WS-STUDENT-TABLE.
           05 WS-STU-STATE OCCURS 99999 TIMES PIC X(01).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-CLASS-TABLE.
           05 WS-CL-ENTRY OCCURS 12 TIMES INDEXED BY CL-INDEX.
               10 WS-CL-ENROLLED  PIC 9(04).
               10 WS-CL-PRESENT   PIC 9(04).
               10 WS-CL-SERVED    PIC 9(04).
               10 WS-CL-KEYED     PIC X(01).
               10 WS-CL-GRAIN-KG  PIC 9(03)V9(03).
               10 WS-CL-COST      PIC 9(05)V9(02).
               10 WS-CL-FLAG      PIC X(01).
       01 WS-CLASS-NO        PIC 9(02).
       01 WS-DIFFERENCE      PIC 9(04).
       01 WS-TOLERANCE       PIC 9(04).
       01 WS-STAGE-TEXT      PIC X(07).
       01 WS-FLAG-TEXT       PIC X(08).
      * The day's totals.
       01 WS-ATT-ROWS-READ   PIC 9(05) VALUE ZERO.
       01 WS-DATE-ROWS       PIC 9(05) VALUE ZERO.
       01 WS-BOARDERS-PRESENT PIC 9(04) VALUE ZERO.
       01 WS-DAY-ENROLLED    PIC 9(05) VALUE ZERO.
       01 WS-DAY-PRESENT     PIC 9(05) VALUE ZERO.
       01 WS-DAY-SERVED      PIC 9(05) VALUE ZERO.
       01 WS-DAY-GRAIN-KG    PIC 9(05)V9(03) VALUE ZERO.
       01 WS-DAY-COST        PIC 9(07)V9(02) VALUE ZERO.
       01 WS-DAY-GRAIN-IN    PIC 9(05)V9(03) VALUE ZERO.
       01 WS-DAY-FUNDS-IN    PIC 9(07)V9(02) VALUE ZERO.
       01 WS-CLASSES-FLAGGED PIC 9(02) VALUE ZERO.
       01 WS-CLASSES-POSTED  PIC 9(03) VALUE ZERO.
       01 WS-DAY-FLAG        PIC X(01) VALUE 'N'.
           88 DAY-IS-FLAGGED   VALUE 'Y'.
       01 WS-STOCK-OUT-FLAG  PIC X(01) VALUE 'N'.
           88 STOCK-RUNS-OUT   VALUE 'Y'.
       01 WS-MASTER-MISSING  PIC X(01) VALUE 'N'.
           88 NO-STUDENT-MASTER VALUE 'Y'.
      * MEALCNT.DAT and MEALSTK.DAT are rewritten from these.
       01 WS-COUNT-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-COUNT-TABLE.
           05 WS-COUNT-LINE OCCURS 20000 TIMES INDEXED BY MC-INDEX
               PIC X(36).
       01 WS-STOCK-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-STOCK-TABLE.
           05 WS-STOCK-LINE OCCURS 3000 TIMES INDEXED BY MK-INDEX
               PIC X(87).
       01 WS-FILE-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 REGISTER-TABLE-FULL VALUE 'Y'.
       01 WS-LATER-DATE-FLAG PIC X(01) VALUE 'N'.
           88 REGISTER-PAST-DATE VALUE 'Y'.
       01 WS-GRAIN-OPENING   PIC S9(05)V9(03) VALUE ZERO.
       01 WS-COST-OPENING    PIC S9(07)V9(02) VALUE ZERO.
       01 WS-LAST-STOCK-DATE PIC 9(08) VALUE ZERO.
      * Month-to-date accumulators for the monthly return.
       01 WS-MONTH-TABLE.
           05 WS-MO-ENTRY OCCURS 12 TIMES INDEXED BY MO-INDEX.
               10 WS-MO-DAYS      PIC 9(03).
               10 WS-MO-ENROLLED  PIC 9(04).
               10 WS-MO-PRESENT   PIC 9(06).
               10 WS-MO-SERVED    PIC 9(06).
               10 WS-MO-GRAIN-KG  PIC 9(05)V9(03).
               10 WS-MO-COST      PIC 9(07)V9(02).
               10 WS-MO-FLAGGED   PIC 9(03).
       01 WS-MO-MEAL-DAYS    PIC 9(03) VALUE ZERO.
       01 WS-MO-FLAGGED-DAYS PIC 9(03) VALUE ZERO.
       01 WS-MO-TOTAL-PRESENT PIC 9(07) VALUE ZERO.
       01 WS-MO-TOTAL-SERVED PIC 9(07) VALUE ZERO.
       01 WS-MO-GRAIN-OPENING PIC S9(05)V9(03) VALUE ZERO.
       01 WS-MO-GRAIN-IN     PIC 9(05)V9(03) VALUE ZERO.
       01 WS-MO-GRAIN-USED   PIC 9(05)V9(03) VALUE ZERO.
       01 WS-MO-GRAIN-CLOSING PIC S9(05)V9(03) VALUE ZERO.
       01 WS-MO-COST-OPENING PIC S9(07)V9(02) VALUE ZERO.
       01 WS-MO-FUNDS-IN     PIC 9(07)V9(02) VALUE ZERO.
       01 WS-MO-COST-SPENT   PIC 9(07)V9(02) VALUE ZERO.
       01 WS-MO-COST-CLOSING PIC S9(07)V9(02) VALUE ZERO.
       01 WS-MO-FIRST-FOUND  PIC X(01) VALUE 'N'.
           88 MONTH-OPENING-TAKEN VALUE 'Y'.
      * Report edit fields.
       01 WS-RPT-KG          PIC Z(04)9.999.
       01 WS-RPT-KG-SIGNED   PIC -(05)9.999.
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-AMT-SIGNED  PIC -(07)9.99.
       01 WS-RPT-COUNT       PIC Z(05)9.
       01 WS-RPT-SMALL       PIC ZZZ9.
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
           PERFORM LOAD-NORM-CARD.
           PERFORM LOAD-STOCK-REGISTER.
           IF REGISTER-PAST-DATE OR REGISTER-TABLE-FULL
               IF REGISTER-PAST-DATE
                   DISPLAY 'MEALSTK.DAT IS ALREADY POSTED PAST '
                       WS-RUN-DATE ' - DAY NOT POSTED'
               ELSE
                   DISPLAY 'MEALSTK.DAT EXCEEDS THE 3000-DAY TABLE '
                       '- DAY NOT POSTED'
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           MOVE SPACES TO WS-STUDENT-TABLE.
           PERFORM VARYING CL-INDEX FROM 1 BY 1 UNTIL CL-INDEX > 12
               MOVE ZERO TO WS-CL-ENROLLED (CL-INDEX)
               MOVE ZERO TO WS-CL-PRESENT (CL-INDEX)
               MOVE ZERO TO WS-CL-SERVED (CL-INDEX)
               MOVE 'N' TO WS-CL-KEYED (CL-INDEX)
               MOVE ZERO TO WS-CL-GRAIN-KG (CL-INDEX)
               MOVE ZERO TO WS-CL-COST (CL-INDEX)
               MOVE SPACE TO WS-CL-FLAG (CL-INDEX)
           END-PERFORM.
           PERFORM LOAD-BOARDERS.
           PERFORM COUNT-PRESENT-CHILDREN.
           IF WS-DATE-ROWS = ZERO
               DISPLAY 'NO ATTENDANCE REGISTER POSTED ON ATTDAILY.DAT '
                   'FOR ' WS-RUN-DATE ' - NO MEAL COUNT'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM COUNT-ENROLMENT.
           PERFORM LOAD-MEALS-SERVED.
           PERFORM LOAD-RECEIPTS.
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > WS-UPPER-TO-CLASS
               PERFORM COST-ONE-CLASS
           END-PERFORM.
           PERFORM LOAD-COUNT-FILE.
           IF REGISTER-TABLE-FULL
               DISPLAY 'MEALCNT.DAT EXCEEDS THE 20000-LINE TABLE - '
                   'DAY NOT POSTED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM POST-DAY-COUNTS.
           PERFORM POST-STOCK-LINE.
           PERFORM REWRITE-COUNT-FILE.
           PERFORM REWRITE-STOCK-FILE.
           PERFORM PRINT-DAILY-RETURN.
           PERFORM PRINT-MONTHLY-RETURN.
           DISPLAY 'MIDDAY MEAL ' WS-RUN-DATE ' - PRESENT '
               WS-DAY-PRESENT ' SERVED ' WS-DAY-SERVED
               ' BOARDERS LEFT OUT ' WS-BOARDERS-PRESENT.
           IF DAY-IS-FLAGGED
               DISPLAY '** ' WS-CLASSES-FLAGGED ' CLASS(ES) WITH MEALS '
                   'SERVED OUTSIDE THE ' WS-TOLERANCE-PCT
                   '% TOLERANCE - DAY FLAGGED **'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF STOCK-RUNS-OUT
               DISPLAY '** GRAIN OR COOKING-COST BALANCE IS NEGATIVE '
                   '- RECEIPTS NOT POSTED OR STOCK-OUT **'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NO-STUDENT-MASTER
               DISPLAY '** STUDENT.IDX NOT AVAILABLE - ENROLMENT '
                   'NOT SHOWN **'
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
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH.

       LOAD-NORM-CARD.
           OPEN INPUT MEAL-PARAMETER-FILE.
           IF WS-PARM-STATUS = '00'
               READ MEAL-PARAMETER-FILE
                   NOT AT END
                       IF MP-PRIMARY-TO-CLASS > ZERO
                           MOVE MP-PRIMARY-TO-CLASS
                               TO WS-PRIMARY-TO-CLASS
                       END-IF
                       IF MP-UPPER-TO-CLASS > ZERO
                           AND MP-UPPER-TO-CLASS NOT > 12
                           MOVE MP-UPPER-TO-CLASS TO WS-UPPER-TO-CLASS
                       END-IF
                       IF MP-PRIMARY-GRAMS > ZERO
                           MOVE MP-PRIMARY-GRAMS TO WS-PRIMARY-GRAMS
                       END-IF
                       IF MP-UPPER-GRAMS > ZERO
                           MOVE MP-UPPER-GRAMS TO WS-UPPER-GRAMS
                       END-IF
                       IF MP-PRIMARY-COST > ZERO
                           MOVE MP-PRIMARY-COST TO WS-PRIMARY-COST
                       END-IF
                       IF MP-UPPER-COST > ZERO
                           MOVE MP-UPPER-COST TO WS-UPPER-COST
                       END-IF
                       MOVE MP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
               END-READ
               CLOSE MEAL-PARAMETER-FILE
           END-IF.
           IF WS-PRIMARY-TO-CLASS > WS-UPPER-TO-CLASS
               MOVE WS-UPPER-TO-CLASS TO WS-PRIMARY-TO-CLASS
           END-IF.

      * The register is posted a day at a time in date order; a
      * rerun replaces the run-date's own line.
       LOAD-STOCK-REGISTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MEAL-STOCK-FILE.
           IF WS-STOCK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MEAL-STOCK-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM KEEP-STOCK-LINE
                   END-READ
               END-PERFORM
               CLOSE MEAL-STOCK-FILE
           END-IF.

       KEEP-STOCK-LINE.
           IF MK-STOCK-DATE > WS-RUN-DATE
               SET REGISTER-PAST-DATE TO TRUE
           END-IF.
           IF MK-STOCK-DATE < WS-RUN-DATE
               IF WS-STOCK-COUNT < 3000
                   ADD 1 TO WS-STOCK-COUNT
                   SET MK-INDEX TO WS-STOCK-COUNT
                   MOVE MEAL-STOCK-RECORD TO WS-STOCK-LINE (MK-INDEX)
                   IF MK-STOCK-DATE > WS-LAST-STOCK-DATE
                       MOVE MK-STOCK-DATE TO WS-LAST-STOCK-DATE
                       MOVE MK-GRAIN-CLOSING TO WS-GRAIN-OPENING
                       MOVE MK-COST-CLOSING TO WS-COST-OPENING
                   END-IF
               ELSE
                   SET REGISTER-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       LOAD-BOARDERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOSTEL-ALLOCATION.
           IF WS-HOSTEL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOSTEL-ALLOCATION
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HA-STU-NO > ZERO
                               AND HA-FROM-DATE NOT > WS-RUN-DATE
                               AND (HA-CURRENT-BOARDER
                                   OR HA-TO-DATE NOT < WS-RUN-DATE)
                               MOVE 'B' TO WS-STU-STATE (HA-STU-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOSTEL-ALLOCATION
           END-IF.

      * The whole-day register, posted by ATTPOST or imported by
      * ATTPUNCH, may carry a student twice; each child is counted
      * once, in the class of the register they are on.
       COUNT-PRESENT-CHILDREN.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAILY-ATTENDANCE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ATT-ROWS-READ
                           IF AD-ATT-DATE = WS-RUN-DATE
                               AND AD-WHOLE-DAY
                               AND AD-STU-NO > ZERO
                               AND NOT AD-RELEASE-MARKER
                               ADD 1 TO WS-DATE-ROWS
                               PERFORM COUNT-ONE-CHILD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-ATTENDANCE
           END-IF.

       COUNT-ONE-CHILD.
           MOVE AD-STU-NO TO WS-WORK-STU-NO.
           IF (AD-WAS-PRESENT OR AD-RELEASED)
               AND AD-CLASS > ZERO
               AND AD-CLASS NOT > WS-UPPER-TO-CLASS
               EVALUATE WS-STU-STATE (WS-WORK-STU-NO)
                   WHEN 'B'
                       ADD 1 TO WS-BOARDERS-PRESENT
                       MOVE 'M' TO WS-STU-STATE (WS-WORK-STU-NO)
                   WHEN SPACE
                       MOVE 'P' TO WS-STU-STATE (WS-WORK-STU-NO)
                       SET CL-INDEX TO AD-CLASS
                       ADD 1 TO WS-CL-PRESENT (CL-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Day scholars on the roll of each eligible class.
       COUNT-ENROLMENT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               SET NO-STUDENT-MASTER TO TRUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF (STU-ACTIVE OR STU-RESTORED
                               OR STU-LONG-ABSENT)
                               AND STU-NO IN STUDENT-DETAILS > ZERO
                               AND STU-CLASS > ZERO
                               AND STU-CLASS NOT > WS-UPPER-TO-CLASS
                               PERFORM COUNT-ONE-ENROLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       COUNT-ONE-ENROLMENT.
           MOVE STU-NO IN STUDENT-DETAILS TO WS-WORK-STU-NO.
           IF WS-STU-STATE (WS-WORK-STU-NO) NOT = 'B'
               AND WS-STU-STATE (WS-WORK-STU-NO) NOT = 'M'
               SET CL-INDEX TO STU-CLASS
               ADD 1 TO WS-CL-ENROLLED (CL-INDEX)
           END-IF.

       LOAD-MEALS-SERVED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MEALS-SERVED-FILE.
           IF WS-SERVED-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MEALS-SERVED-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF MS-MEAL-DATE = WS-RUN-DATE
                               AND MS-CLASS > ZERO
                               AND MS-CLASS NOT > WS-UPPER-TO-CLASS
                               SET CL-INDEX TO MS-CLASS
                               MOVE MS-SERVED
                                   TO WS-CL-SERVED (CL-INDEX)
                               MOVE 'Y' TO WS-CL-KEYED (CL-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEALS-SERVED-FILE
           END-IF.

       LOAD-RECEIPTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MEAL-RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MEAL-RECEIPT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF MR-RECEIPT-DATE = WS-RUN-DATE
                               ADD MR-GRAIN-KG TO WS-DAY-GRAIN-IN
                               ADD MR-FUNDS TO WS-DAY-FUNDS-IN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEAL-RECEIPT-FILE
           END-IF.

      * Grain and cooking cost are drawn on the meals served, at the
      * norm of the class's stage; the tolerance is a percentage of
      * the children present, rounded up.
       COST-ONE-CLASS.
           IF CL-INDEX > WS-PRIMARY-TO-CLASS
               COMPUTE WS-CL-GRAIN-KG (CL-INDEX) ROUNDED =
                   WS-CL-SERVED (CL-INDEX) * WS-UPPER-GRAMS / 1000
               COMPUTE WS-CL-COST (CL-INDEX) ROUNDED =
                   WS-CL-SERVED (CL-INDEX) * WS-UPPER-COST
           ELSE
               COMPUTE WS-CL-GRAIN-KG (CL-INDEX) ROUNDED =
                   WS-CL-SERVED (CL-INDEX) * WS-PRIMARY-GRAMS / 1000
               COMPUTE WS-CL-COST (CL-INDEX) ROUNDED =
                   WS-CL-SERVED (CL-INDEX) * WS-PRIMARY-COST
           END-IF.
           IF WS-CL-SERVED (CL-INDEX) > WS-CL-PRESENT (CL-INDEX)
               COMPUTE WS-DIFFERENCE =
                   WS-CL-SERVED (CL-INDEX) - WS-CL-PRESENT (CL-INDEX)
           ELSE
               COMPUTE WS-DIFFERENCE =
                   WS-CL-PRESENT (CL-INDEX) - WS-CL-SERVED (CL-INDEX)
           END-IF.
           COMPUTE WS-TOLERANCE =
               (WS-CL-PRESENT (CL-INDEX) * WS-TOLERANCE-PCT + 99)
               / 100.
           IF WS-DIFFERENCE > WS-TOLERANCE
               MOVE 'V' TO WS-CL-FLAG (CL-INDEX)
               ADD 1 TO WS-CLASSES-FLAGGED
               SET DAY-IS-FLAGGED TO TRUE
           END-IF.
           ADD WS-CL-ENROLLED (CL-INDEX) TO WS-DAY-ENROLLED.
           ADD WS-CL-PRESENT (CL-INDEX) TO WS-DAY-PRESENT.
           ADD WS-CL-SERVED (CL-INDEX) TO WS-DAY-SERVED.
           ADD WS-CL-GRAIN-KG (CL-INDEX) TO WS-DAY-GRAIN-KG.
           ADD WS-CL-COST (CL-INDEX) TO WS-DAY-COST.

       LOAD-COUNT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MEAL-COUNT-FILE.
           IF WS-COUNT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MEAL-COUNT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF MC-MEAL-DATE NOT = WS-RUN-DATE
                               IF WS-COUNT-COUNT < 20000
                                   ADD 1 TO WS-COUNT-COUNT
                                   SET MC-INDEX TO WS-COUNT-COUNT
                                   MOVE MEAL-COUNT-RECORD
                                       TO WS-COUNT-LINE (MC-INDEX)
                               ELSE
                                   SET REGISTER-TABLE-FULL TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEAL-COUNT-FILE
           END-IF.

      * A class with nobody on the roll, present or served is left
      * off the count.
       POST-DAY-COUNTS.
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > WS-UPPER-TO-CLASS
               IF (WS-CL-ENROLLED (CL-INDEX) > ZERO
                   OR WS-CL-PRESENT (CL-INDEX) > ZERO
                   OR WS-CL-SERVED (CL-INDEX) > ZERO)
                   AND WS-COUNT-COUNT < 20000
                   SET WS-CLASS-NO TO CL-INDEX
                   MOVE WS-RUN-DATE TO MC-MEAL-DATE
                   MOVE WS-CLASS-NO TO MC-CLASS
                   MOVE WS-CL-ENROLLED (CL-INDEX) TO MC-ENROLLED
                   MOVE WS-CL-PRESENT (CL-INDEX) TO MC-PRESENT
                   MOVE WS-CL-SERVED (CL-INDEX) TO MC-SERVED
                   MOVE WS-CL-GRAIN-KG (CL-INDEX) TO MC-GRAIN-KG
                   MOVE WS-CL-COST (CL-INDEX) TO MC-COST
                   MOVE WS-CL-FLAG (CL-INDEX) TO MC-VARIANCE-FLAG
                   ADD 1 TO WS-COUNT-COUNT
                   SET MC-INDEX TO WS-COUNT-COUNT
                   MOVE MEAL-COUNT-RECORD TO WS-COUNT-LINE (MC-INDEX)
                   ADD 1 TO WS-CLASSES-POSTED
               END-IF
           END-PERFORM.

       POST-STOCK-LINE.
           MOVE WS-RUN-DATE TO MK-STOCK-DATE.
           MOVE WS-DAY-PRESENT TO MK-PRESENT.
           MOVE WS-DAY-SERVED TO MK-SERVED.
           MOVE WS-GRAIN-OPENING TO MK-GRAIN-OPENING.
           MOVE WS-DAY-GRAIN-IN TO MK-GRAIN-RECEIVED.
           MOVE WS-DAY-GRAIN-KG TO MK-GRAIN-USED.
           COMPUTE MK-GRAIN-CLOSING =
               WS-GRAIN-OPENING + WS-DAY-GRAIN-IN - WS-DAY-GRAIN-KG.
           MOVE WS-COST-OPENING TO MK-COST-OPENING.
           MOVE WS-DAY-FUNDS-IN TO MK-COST-RECEIVED.
           MOVE WS-DAY-COST TO MK-COST-SPENT.
           COMPUTE MK-COST-CLOSING =
               WS-COST-OPENING + WS-DAY-FUNDS-IN - WS-DAY-COST.
           IF DAY-IS-FLAGGED
               MOVE 'Y' TO MK-DAY-FLAG
           ELSE
               MOVE 'N' TO MK-DAY-FLAG
           END-IF.
           IF MK-GRAIN-CLOSING < ZERO OR MK-COST-CLOSING < ZERO
               SET STOCK-RUNS-OUT TO TRUE
           END-IF.
           ADD 1 TO WS-STOCK-COUNT.
           SET MK-INDEX TO WS-STOCK-COUNT.
           MOVE MEAL-STOCK-RECORD TO WS-STOCK-LINE (MK-INDEX).

       REWRITE-COUNT-FILE.
           OPEN OUTPUT MEAL-COUNT-FILE.
           PERFORM VARYING MC-INDEX FROM 1 BY 1
               UNTIL MC-INDEX > WS-COUNT-COUNT
               MOVE WS-COUNT-LINE (MC-INDEX) TO MEAL-COUNT-RECORD
               WRITE MEAL-COUNT-RECORD
           END-PERFORM.
           CLOSE MEAL-COUNT-FILE.

       REWRITE-STOCK-FILE.
           OPEN OUTPUT MEAL-STOCK-FILE.
           PERFORM VARYING MK-INDEX FROM 1 BY 1
               UNTIL MK-INDEX > WS-STOCK-COUNT
               MOVE WS-STOCK-LINE (MK-INDEX) TO MEAL-STOCK-RECORD
               WRITE MEAL-STOCK-RECORD
           END-PERFORM.
           CLOSE MEAL-STOCK-FILE.

       PRINT-DAILY-RETURN.
           OPEN OUTPUT DAILY-RETURN-REPORT.
           MOVE ALL '=' TO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE SPACES TO DAILY-RETURN-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE SPACES TO DAILY-RETURN-LINE.
           STRING '   MIDDAY MEAL SCHEME - DAILY RETURN FOR '
               WS-RUN-DATE DELIMITED BY SIZE INTO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE ALL '-' TO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE 'CLASS STAGE   ON ROLL PRESENT SERVED   GRAIN KG'
               TO DAILY-RETURN-LINE.
           MOVE 'COOKING COST  FLAG' TO DAILY-RETURN-LINE (51:18).
           WRITE DAILY-RETURN-LINE.
           MOVE ALL '-' TO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > WS-UPPER-TO-CLASS
               IF WS-CL-ENROLLED (CL-INDEX) > ZERO
                   OR WS-CL-PRESENT (CL-INDEX) > ZERO
                   OR WS-CL-SERVED (CL-INDEX) > ZERO
                   PERFORM PRINT-DAILY-CLASS-LINE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE WS-DAY-GRAIN-KG TO WS-RPT-KG.
           MOVE WS-DAY-COST TO WS-RPT-AMOUNT.
           MOVE SPACES TO DAILY-RETURN-LINE.
           STRING 'TOTAL          ' WS-DAY-ENROLLED '   '
               WS-DAY-PRESENT '  ' WS-DAY-SERVED ' ' WS-RPT-KG
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE SPACES TO DAILY-RETURN-LINE.
           STRING 'HOSTEL BOARDERS PRESENT, FED AT THE MESS : '
               WS-BOARDERS-PRESENT
               DELIMITED BY SIZE INTO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           IF DAY-IS-FLAGGED
               MOVE SPACES TO DAILY-RETURN-LINE
               STRING '** MEALS SERVED DIFFER FROM CHILDREN PRESENT BY '
                   'MORE THAN ' WS-TOLERANCE-PCT '% **'
                   DELIMITED BY SIZE INTO DAILY-RETURN-LINE
               WRITE DAILY-RETURN-LINE
           END-IF.
           MOVE ALL '-' TO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE 'STOCK REGISTER            OPENING   RECEIVED'
               TO DAILY-RETURN-LINE.
           MOVE 'USED/SPENT     CLOSING' TO DAILY-RETURN-LINE (48:22).
           WRITE DAILY-RETURN-LINE.
           MOVE SPACES TO DAILY-RETURN-LINE.
           MOVE 'FOOD GRAIN (KG)' TO DAILY-RETURN-LINE (1:15).
           MOVE MK-GRAIN-OPENING TO WS-RPT-KG-SIGNED.
           MOVE WS-RPT-KG-SIGNED TO DAILY-RETURN-LINE (23:10).
           MOVE MK-GRAIN-RECEIVED TO WS-RPT-KG.
           MOVE WS-RPT-KG TO DAILY-RETURN-LINE (35:9).
           MOVE MK-GRAIN-USED TO WS-RPT-KG.
           MOVE WS-RPT-KG TO DAILY-RETURN-LINE (48:9).
           MOVE MK-GRAIN-CLOSING TO WS-RPT-KG-SIGNED.
           MOVE WS-RPT-KG-SIGNED TO DAILY-RETURN-LINE (59:10).
           WRITE DAILY-RETURN-LINE.
           MOVE SPACES TO DAILY-RETURN-LINE.
           MOVE 'COOKING COST' TO DAILY-RETURN-LINE (1:12).
           MOVE MK-COST-OPENING TO WS-RPT-AMT-SIGNED.
           MOVE WS-RPT-AMT-SIGNED TO DAILY-RETURN-LINE (22:11).
           MOVE MK-COST-RECEIVED TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO DAILY-RETURN-LINE (34:10).
           MOVE MK-COST-SPENT TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO DAILY-RETURN-LINE (47:10).
           MOVE MK-COST-CLOSING TO WS-RPT-AMT-SIGNED.
           MOVE WS-RPT-AMT-SIGNED TO DAILY-RETURN-LINE (58:11).
           WRITE DAILY-RETURN-LINE.
           MOVE ALL '-' TO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE SPACES TO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           MOVE 'MEAL IN-CHARGE ______________     HEAD OF SCHOOL '
               TO DAILY-RETURN-LINE.
           MOVE '______________' TO DAILY-RETURN-LINE (51:14).
           WRITE DAILY-RETURN-LINE.
           MOVE ALL '=' TO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.
           CLOSE DAILY-RETURN-REPORT.

       PRINT-DAILY-CLASS-LINE.
           IF CL-INDEX > WS-PRIMARY-TO-CLASS
               MOVE 'UPPER  ' TO WS-STAGE-TEXT
           ELSE
               MOVE 'PRIMARY' TO WS-STAGE-TEXT
           END-IF.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-CL-KEYED (CL-INDEX) NOT = 'Y'
               AND WS-CL-PRESENT (CL-INDEX) > ZERO
               MOVE 'NO COUNT' TO WS-FLAG-TEXT
           ELSE
               IF WS-CL-FLAG (CL-INDEX) = 'V'
                   MOVE 'VARIANCE' TO WS-FLAG-TEXT
               END-IF
           END-IF.
           SET WS-CLASS-NO TO CL-INDEX.
           MOVE WS-CL-GRAIN-KG (CL-INDEX) TO WS-RPT-KG.
           MOVE WS-CL-COST (CL-INDEX) TO WS-RPT-AMOUNT.
           MOVE SPACES TO DAILY-RETURN-LINE.
           STRING ' ' WS-CLASS-NO '   ' WS-STAGE-TEXT '  '
               WS-CL-ENROLLED (CL-INDEX) '    '
               WS-CL-PRESENT (CL-INDEX) '   '
               WS-CL-SERVED (CL-INDEX) ' ' WS-RPT-KG '  '
               WS-RPT-AMOUNT '  ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO DAILY-RETURN-LINE.
           WRITE DAILY-RETURN-LINE.

      * Month to date: the class counts and the register lines of the
      * run-date's month, this day's included.
       PRINT-MONTHLY-RETURN.
           PERFORM VARYING MO-INDEX FROM 1 BY 1 UNTIL MO-INDEX > 12
               MOVE ZERO TO WS-MO-DAYS (MO-INDEX)
               MOVE ZERO TO WS-MO-ENROLLED (MO-INDEX)
               MOVE ZERO TO WS-MO-PRESENT (MO-INDEX)
               MOVE ZERO TO WS-MO-SERVED (MO-INDEX)
               MOVE ZERO TO WS-MO-GRAIN-KG (MO-INDEX)
               MOVE ZERO TO WS-MO-COST (MO-INDEX)
               MOVE ZERO TO WS-MO-FLAGGED (MO-INDEX)
           END-PERFORM.
           PERFORM VARYING MC-INDEX FROM 1 BY 1
               UNTIL MC-INDEX > WS-COUNT-COUNT
               MOVE WS-COUNT-LINE (MC-INDEX) TO MEAL-COUNT-RECORD
               IF MC-MEAL-DATE (1:6) = WS-RUN-MONTH
                   AND MC-CLASS > ZERO AND MC-CLASS NOT > 12
                   SET MO-INDEX TO MC-CLASS
                   ADD 1 TO WS-MO-DAYS (MO-INDEX)
                   MOVE MC-ENROLLED TO WS-MO-ENROLLED (MO-INDEX)
                   ADD MC-PRESENT TO WS-MO-PRESENT (MO-INDEX)
                   ADD MC-SERVED TO WS-MO-SERVED (MO-INDEX)
                   ADD MC-PRESENT TO WS-MO-TOTAL-PRESENT
                   ADD MC-SERVED TO WS-MO-TOTAL-SERVED
                   ADD MC-GRAIN-KG TO WS-MO-GRAIN-KG (MO-INDEX)
                   ADD MC-COST TO WS-MO-COST (MO-INDEX)
                   IF MC-VARIANCE
                       ADD 1 TO WS-MO-FLAGGED (MO-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING MK-INDEX FROM 1 BY 1
               UNTIL MK-INDEX > WS-STOCK-COUNT
               MOVE WS-STOCK-LINE (MK-INDEX) TO MEAL-STOCK-RECORD
               IF MK-STOCK-DATE (1:6) = WS-RUN-MONTH
                   PERFORM ADD-STOCK-TO-MONTH
               END-IF
           END-PERFORM.
           OPEN OUTPUT MONTHLY-RETURN-REPORT.
           MOVE ALL '=' TO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           MOVE SPACES TO MONTHLY-RETURN-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           MOVE SPACES TO MONTHLY-RETURN-LINE.
           STRING '   MIDDAY MEAL SCHEME - MONTHLY UTILISATION RETURN '
               WS-RUN-MONTH (1:4) '/' WS-RUN-MONTH (5:2)
               DELIMITED BY SIZE INTO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           MOVE SPACES TO MONTHLY-RETURN-LINE.
           STRING '   MEAL DAYS TO ' WS-RUN-DATE ' : ' WS-MO-MEAL-DAYS
               '   DAYS FLAGGED : ' WS-MO-FLAGGED-DAYS
               DELIMITED BY SIZE INTO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           MOVE ALL '-' TO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           MOVE 'CLASS DAYS ON ROLL  PRESENT   SERVED   GRAIN KG'
               TO MONTHLY-RETURN-LINE.
           MOVE 'COOKING COST FLAGGED' TO MONTHLY-RETURN-LINE (51:20).
           WRITE MONTHLY-RETURN-LINE.
           MOVE ALL '-' TO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           PERFORM VARYING MO-INDEX FROM 1 BY 1 UNTIL MO-INDEX > 12
               IF WS-MO-DAYS (MO-INDEX) > ZERO
                   PERFORM PRINT-MONTHLY-CLASS-LINE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           MOVE WS-MO-TOTAL-PRESENT TO WS-RPT-COUNT.
           MOVE SPACES TO MONTHLY-RETURN-LINE.
           STRING 'TOTAL CHILD-DAYS PRESENT ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO MONTHLY-RETURN-LINE.
           MOVE WS-MO-TOTAL-SERVED TO WS-RPT-COUNT.
           STRING '   MEALS SERVED ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO MONTHLY-RETURN-LINE (32:25).
           WRITE MONTHLY-RETURN-LINE.
           MOVE ALL '-' TO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           MOVE 'UTILISATION              OPENING   RECEIVED'
               TO MONTHLY-RETURN-LINE.
           MOVE 'USED/SPENT     CLOSING' TO MONTHLY-RETURN-LINE (48:22).
           WRITE MONTHLY-RETURN-LINE.
           MOVE SPACES TO MONTHLY-RETURN-LINE.
           MOVE 'FOOD GRAIN (KG)' TO MONTHLY-RETURN-LINE (1:15).
           MOVE WS-MO-GRAIN-OPENING TO WS-RPT-KG-SIGNED.
           MOVE WS-RPT-KG-SIGNED TO MONTHLY-RETURN-LINE (23:10).
           MOVE WS-MO-GRAIN-IN TO WS-RPT-KG.
           MOVE WS-RPT-KG TO MONTHLY-RETURN-LINE (35:9).
           MOVE WS-MO-GRAIN-USED TO WS-RPT-KG.
           MOVE WS-RPT-KG TO MONTHLY-RETURN-LINE (48:9).
           MOVE WS-MO-GRAIN-CLOSING TO WS-RPT-KG-SIGNED.
           MOVE WS-RPT-KG-SIGNED TO MONTHLY-RETURN-LINE (59:10).
           WRITE MONTHLY-RETURN-LINE.
           MOVE SPACES TO MONTHLY-RETURN-LINE.
           MOVE 'COOKING COST' TO MONTHLY-RETURN-LINE (1:12).
           MOVE WS-MO-COST-OPENING TO WS-RPT-AMT-SIGNED.
           MOVE WS-RPT-AMT-SIGNED TO MONTHLY-RETURN-LINE (22:11).
           MOVE WS-MO-FUNDS-IN TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO MONTHLY-RETURN-LINE (34:10).
           MOVE WS-MO-COST-SPENT TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO MONTHLY-RETURN-LINE (47:10).
           MOVE WS-MO-COST-CLOSING TO WS-RPT-AMT-SIGNED.
           MOVE WS-RPT-AMT-SIGNED TO MONTHLY-RETURN-LINE (58:11).
           WRITE MONTHLY-RETURN-LINE.
           MOVE ALL '-' TO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           IF WS-MO-FLAGGED-DAYS > ZERO
               MOVE 'DAYS FLAGGED - MEALS SERVED OUTSIDE TOLERANCE :'
                   TO MONTHLY-RETURN-LINE
               WRITE MONTHLY-RETURN-LINE
               PERFORM VARYING MK-INDEX FROM 1 BY 1
                   UNTIL MK-INDEX > WS-STOCK-COUNT
                   MOVE WS-STOCK-LINE (MK-INDEX) TO MEAL-STOCK-RECORD
                   IF MK-STOCK-DATE (1:6) = WS-RUN-MONTH
                       AND MK-DAY-FLAGGED
                       MOVE SPACES TO MONTHLY-RETURN-LINE
                       STRING '   ' MK-STOCK-DATE '   PRESENT '
                           MK-PRESENT '   SERVED ' MK-SERVED
                           DELIMITED BY SIZE INTO MONTHLY-RETURN-LINE
                       WRITE MONTHLY-RETURN-LINE
                   END-IF
               END-PERFORM
               MOVE ALL '-' TO MONTHLY-RETURN-LINE
               WRITE MONTHLY-RETURN-LINE
           END-IF.
           MOVE SPACES TO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           MOVE 'MEAL IN-CHARGE ______________     HEAD OF SCHOOL '
               TO MONTHLY-RETURN-LINE.
           MOVE '______________' TO MONTHLY-RETURN-LINE (51:14).
           WRITE MONTHLY-RETURN-LINE.
           MOVE ALL '=' TO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.
           CLOSE MONTHLY-RETURN-REPORT.

      * The register is in date order, so the month opens on its
      * first line and closes on its last.
       ADD-STOCK-TO-MONTH.
           ADD 1 TO WS-MO-MEAL-DAYS.
           IF MK-DAY-FLAGGED
               ADD 1 TO WS-MO-FLAGGED-DAYS
           END-IF.
           IF NOT MONTH-OPENING-TAKEN
               SET MONTH-OPENING-TAKEN TO TRUE
               MOVE MK-GRAIN-OPENING TO WS-MO-GRAIN-OPENING
               MOVE MK-COST-OPENING TO WS-MO-COST-OPENING
           END-IF.
           ADD MK-GRAIN-RECEIVED TO WS-MO-GRAIN-IN.
           ADD MK-GRAIN-USED TO WS-MO-GRAIN-USED.
           ADD MK-COST-RECEIVED TO WS-MO-FUNDS-IN.
           ADD MK-COST-SPENT TO WS-MO-COST-SPENT.
           MOVE MK-GRAIN-CLOSING TO WS-MO-GRAIN-CLOSING.
           MOVE MK-COST-CLOSING TO WS-MO-COST-CLOSING.

       PRINT-MONTHLY-CLASS-LINE.
           SET WS-CLASS-NO TO MO-INDEX.
           MOVE WS-MO-GRAIN-KG (MO-INDEX) TO WS-RPT-KG.
           MOVE WS-MO-COST (MO-INDEX) TO WS-RPT-AMOUNT.
           MOVE SPACES TO MONTHLY-RETURN-LINE.
           STRING ' ' WS-CLASS-NO '   ' WS-MO-DAYS (MO-INDEX) '  '
               WS-MO-ENROLLED (MO-INDEX) '   '
               WS-MO-PRESENT (MO-INDEX) '   '
               WS-MO-SERVED (MO-INDEX) ' ' WS-RPT-KG '  '
               WS-RPT-AMOUNT '      ' WS-MO-FLAGGED (MO-INDEX)
               DELIMITED BY SIZE INTO MONTHLY-RETURN-LINE.
           WRITE MONTHLY-RETURN-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'MIDMEAL'           TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-ATT-ROWS-READ    TO RL-RECORDS-READ.
           MOVE WS-CLASSES-POSTED   TO RL-RECORDS-WRITTEN.
           MOVE WS-CLASSES-FLAGGED  TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM MIDMEAL.
