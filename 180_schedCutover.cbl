      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time layout cutover for the exam date-sheet
      *          EXAMSCHD.DAT (20 -> 25 bytes), widened with
      *          ES-MAKEUP-STU-NO when make-up sittings for single
      *          students began to be booked on it by MAKEUPEX.
      *          Reads the old file and writes EXAMSCHD.NEW in the
      *          current layout - the operator renames .NEW over
      *          .DAT once the count is accepted, as with LAYTCONV
      *          and ROLECONV. Every old row is a class sitting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SCHDCONV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OLD-EXAM-SCHEDULE ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-SCHEDULE-STATUS.
           SELECT NEW-EXAM-SCHEDULE ASSIGN TO "EXAMSCHD.NEW"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OLD-EXAM-SCHEDULE.
       01 OLD-EXAM-SCHEDULE-RECORD.
           05 OES-TERM-CODE    PIC 9(02).
           05 OES-CLASS        PIC 9(02).
           05 OES-SUBJ-CODE    PIC X(04).
           05 OES-EXAM-DATE    PIC 9(08).
           05 OES-SESSION      PIC X(01).
           05 OES-DURATION-MIN PIC 9(03).

       FD  NEW-EXAM-SCHEDULE.
           COPY EXAMSCHR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-OLD-SCHEDULE-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-OLD-FILE  VALUE 'Y'.
       01 WS-SCHEDULE-COUNT  PIC 9(05) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM CONVERT-EXAM-SCHEDULE.
           DISPLAY 'LAYOUT CUTOVER COMPLETE'.
           DISPLAY '  DATE-SHEET ROWS CONVERTED : ' WS-SCHEDULE-COUNT.
           DISPLAY 'RENAME EXAMSCHD.NEW OVER EXAMSCHD.DAT ONCE THE '
               'COUNT IS ACCEPTED'.
           STOP RUN.

       CONVERT-EXAM-SCHEDULE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-EXAM-SCHEDULE.
           IF WS-OLD-SCHEDULE-STATUS = '00'
               OPEN OUTPUT NEW-EXAM-SCHEDULE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-EXAM-SCHEDULE
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE NEW-EXAM-SCHEDULE
               CLOSE OLD-EXAM-SCHEDULE
           ELSE
               DISPLAY 'NO EXAMSCHD.DAT TO CONVERT'
           END-IF.

       LOAD-ONE-SCHEDULE-ROW.
           MOVE OES-TERM-CODE    TO ES-TERM-CODE.
           MOVE OES-CLASS        TO ES-CLASS.
           MOVE OES-SUBJ-CODE    TO ES-SUBJ-CODE.
           MOVE OES-EXAM-DATE    TO ES-EXAM-DATE.
           MOVE OES-SESSION      TO ES-SESSION.
           MOVE OES-DURATION-MIN TO ES-DURATION-MIN.
           MOVE ZERO             TO ES-MAKEUP-STU-NO.
           WRITE EXAM-SCHEDULE-RECORD.
           ADD 1 TO WS-SCHEDULE-COUNT.
      ** add other procedures here
       END PROGRAM SCHDCONV.
