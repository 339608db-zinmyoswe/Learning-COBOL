      ******************************************************************
      * Author:
      * Date:
      * Purpose: Central supervisor-override desk. A level-2 supervisor
      *          authorizes a specific gate bypass - ATTELIG (attendance
      *          eligibility), FEEBLOCK (the unpaid-fee withhold),
      *          TERMLOCK (the closed-term refusal) or DOCSPEND (board
      *          registration with admission documents pending) - for a
      *          specific STU-NO with a reason code, written to the
      *          central OVERRIDE.DAT register that the gating programs
      *          honour once through OVERCHK. The review report
      *          OVERRIDE.RPT lists every override with who authorized
      *          it, when, and whether and where it was consumed - the
      *          principal's "issue it anyway" finally visible instead
      *          of buried.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-TODAY           PIC 9(08).
       01 WS-WORK-GATE       PIC X(08).
           88 WORK-GATE-VALID  VALUE 'ATTELIG ' 'FEEBLOCK'
                                     'TERMLOCK' 'DOCSPEND'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-REASON     PIC X(04).
       01 WS-ISSUED-COUNT    PIC 9(04) VALUE ZERO.
           END-IF.

       AUTHORIZE-OVERRIDE.
           DISPLAY 'ENTER GATE (ATTELIG / FEEBLOCK / TERMLOCK / '
               'DOCSPEND) : '.
           ACCEPT WS-WORK-GATE.
           PERFORM UNTIL WORK-GATE-VALID
               DISPLAY 'UNKNOWN GATE, RE-ENTER : '
