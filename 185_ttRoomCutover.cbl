      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time layout cutover for the class timetable
      *          TIMETBL.DAT (14 -> 19 bytes), widened with TT-ROOM-ID
      *          when rooms from the FACILITY.DAT master began to be
      *          assigned to periods by TIMETABL. Reads the old file
      *          and writes TIMETBL.NEW in the current layout - the
      *          operator renames .NEW over .DAT once the count is
      *          accepted, as with LAYTCONV and SCHDCONV. Every old
      *          row comes across with no room assigned; a TTDRAFT.DAT
      *          left from an earlier TTGEN run is simply generated
      *          again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TTRMCONV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OLD-TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-TIMETBL-STATUS.
           SELECT NEW-TIMETABLE-FILE ASSIGN TO "TIMETBL.NEW"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OLD-TIMETABLE-FILE.
       01 OLD-TIMETABLE-RECORD.
           05 OTT-CLASS        PIC 9(02).
           05 OTT-SECTION      PIC X(01).
           05 OTT-DAY-NO       PIC 9(01).
           05 OTT-PERIOD       PIC 9(02).
           05 OTT-SUBJ-CODE    PIC X(04).
           05 OTT-TEACHER-ID   PIC 9(04).

       FD  NEW-TIMETABLE-FILE.
           COPY TIMETBLR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-OLD-TIMETBL-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-OLD-FILE  VALUE 'Y'.
       01 WS-TIMETABLE-COUNT PIC 9(05) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM CONVERT-TIMETABLE.
           DISPLAY 'LAYOUT CUTOVER COMPLETE'.
           DISPLAY '  TIMETABLE ROWS CONVERTED : ' WS-TIMETABLE-COUNT.
           DISPLAY 'RENAME TIMETBL.NEW OVER TIMETBL.DAT ONCE THE '
               'COUNT IS ACCEPTED'.
           STOP RUN.

       CONVERT-TIMETABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-TIMETABLE-FILE.
           IF WS-OLD-TIMETBL-STATUS = '00'
               OPEN OUTPUT NEW-TIMETABLE-FILE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-TIMETABLE-FILE
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-TIMETABLE-ROW
                   END-READ
               END-PERFORM
               CLOSE NEW-TIMETABLE-FILE
               CLOSE OLD-TIMETABLE-FILE
           ELSE
               DISPLAY 'NO TIMETBL.DAT TO CONVERT'
           END-IF.

       LOAD-ONE-TIMETABLE-ROW.
           MOVE OTT-CLASS      TO TT-CLASS.
           MOVE OTT-SECTION    TO TT-SECTION.
           MOVE OTT-DAY-NO     TO TT-DAY-NO.
           MOVE OTT-PERIOD     TO TT-PERIOD.
           MOVE OTT-SUBJ-CODE  TO TT-SUBJ-CODE.
           MOVE OTT-TEACHER-ID TO TT-TEACHER-ID.
           MOVE SPACES         TO TT-ROOM-ID.
           WRITE TIMETABLE-RECORD.
           ADD 1 TO WS-TIMETABLE-COUNT.
      ** add other procedures here
       END PROGRAM TTRMCONV.
