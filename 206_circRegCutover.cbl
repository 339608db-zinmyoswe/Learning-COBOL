      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time layout cutover for the circular register
      *          CIRCREG.DAT (100 -> 230 bytes), widened when CIRCDESK
      *          began to send the circular's message as the whole
      *          SMS, up to the 160-character gateway limit, instead
      *          of a 30-character detail in the CIRC template. Reads
      *          the old file and writes CIRCREG.NEW in the current
      *          layout - the operator renames .NEW over .DAT once the
      *          count is accepted, as with TTRMCONV and SCHDCONV.
      *          Every old circular comes across with its message and
      *          counts as they stand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CIRCCONV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OLD-CIRCULAR-REGISTER ASSIGN TO "CIRCREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-CIRCREG-STATUS.
           SELECT NEW-CIRCULAR-REGISTER ASSIGN TO "CIRCREG.NEW"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
       FILE SECTION.
      *-----------------------
       FD  OLD-CIRCULAR-REGISTER.
       01 OLD-CIRCULAR-RECORD.
           05 OCR-CIRC-NO       PIC 9(05).
           05 OCR-DRAFT-DATE    PIC 9(08).
           05 OCR-DRAFTED-BY    PIC X(08).
           05 OCR-MESSAGE       PIC X(30).
           05 OCR-AUDIENCE      PIC X(01).
           05 OCR-CLASS         PIC 9(02).
           05 OCR-SECTION       PIC X(01).
           05 OCR-ROUTE-NO      PIC 9(03).
           05 OCR-STATUS        PIC X(01).
           05 OCR-APPROVED-BY   PIC X(08).
           05 OCR-APPROVED-DATE PIC 9(08).
           05 OCR-STUDENTS      PIC 9(05).
           05 OCR-SIBLINGS      PIC 9(05).
           05 OCR-OPTED-OUT     PIC 9(05).
           05 OCR-NO-PHONE      PIC 9(05).
           05 OCR-SMS-SENT      PIC 9(05).

       FD  NEW-CIRCULAR-REGISTER.
           COPY CIRCREGR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-OLD-CIRCREG-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-OLD-FILE  VALUE 'Y'.
       01 WS-CIRCULAR-COUNT  PIC 9(05) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM CONVERT-CIRCULAR-REGISTER.
           DISPLAY 'LAYOUT CUTOVER COMPLETE'.
           DISPLAY '  CIRCULARS CONVERTED : ' WS-CIRCULAR-COUNT.
           DISPLAY 'RENAME CIRCREG.NEW OVER CIRCREG.DAT ONCE THE '
               'COUNT IS ACCEPTED'.
           STOP RUN.

       CONVERT-CIRCULAR-REGISTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-CIRCULAR-REGISTER.
           IF WS-OLD-CIRCREG-STATUS = '00'
               OPEN OUTPUT NEW-CIRCULAR-REGISTER
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-CIRCULAR-REGISTER
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-CIRCULAR
                   END-READ
               END-PERFORM
               CLOSE NEW-CIRCULAR-REGISTER
               CLOSE OLD-CIRCULAR-REGISTER
           ELSE
               DISPLAY 'NO CIRCREG.DAT TO CONVERT'
           END-IF.

       LOAD-ONE-CIRCULAR.
           MOVE OCR-CIRC-NO       TO CR-CIRC-NO.
           MOVE OCR-DRAFT-DATE    TO CR-DRAFT-DATE.
           MOVE OCR-DRAFTED-BY    TO CR-DRAFTED-BY.
           MOVE OCR-MESSAGE       TO CR-MESSAGE.
           MOVE OCR-AUDIENCE      TO CR-AUDIENCE.
           MOVE OCR-CLASS         TO CR-CLASS.
           MOVE OCR-SECTION       TO CR-SECTION.
           MOVE OCR-ROUTE-NO      TO CR-ROUTE-NO.
           MOVE OCR-STATUS        TO CR-STATUS.
           MOVE OCR-APPROVED-BY   TO CR-APPROVED-BY.
           MOVE OCR-APPROVED-DATE TO CR-APPROVED-DATE.
           MOVE OCR-STUDENTS      TO CR-STUDENTS.
           MOVE OCR-SIBLINGS      TO CR-SIBLINGS.
           MOVE OCR-OPTED-OUT     TO CR-OPTED-OUT.
           MOVE OCR-NO-PHONE      TO CR-NO-PHONE.
           MOVE OCR-SMS-SENT      TO CR-SMS-SENT.
           WRITE CIRCULAR-RECORD.
           ADD 1 TO WS-CIRCULAR-COUNT.
      ** add other procedures here
       END PROGRAM CIRCCONV.
