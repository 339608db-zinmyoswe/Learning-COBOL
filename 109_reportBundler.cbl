      * Author:
      * Date:
      * Purpose: Nightly report distribution step - the job the person
      *          with the highlighter used to do. Builds one packet per
      *          class/section into PACKETS.RPT, each packet addressed
      *          to the class teacher from the CLSTCHR.DAT assignment
      *          card and carrying that section's slice of the
      *          school-wide nightly figures: the official term result
      *          and the attendance percentage joined onto the nightly
      *          STUEXTR.DAT student extract (refused through EXTRCHK
      *          unless taken for tonight's run) and the fee balance
      *          from FEELEDGR.DAT per student, on the same
      *          STU-CLASS/STU-SECTION breaks the school-wide reports
      *          print. Finishes with a DISTCTL.RPT distribution control
      *          sheet - one line per packet with a collection signature
      *          column - so every packet is known to have been produced
      *          and collected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-EXTRACT ASSIGN TO "STUEXTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT CLASS-TEACHER-FILE ASSIGN TO "CLSTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSTCHR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-EXTRACT.
           COPY STUEXTRR.

       FD  CLASS-TEACHER-FILE.
       01 CLASS-TEACHER-RECORD.
           05 CT-TEACHER-ID   PIC 9(04).
           05 CT-TEACHER-NAME PIC X(15).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.


       WORKING-STORAGE SECTION.
      *-----------------------
           COPY STDRECD.
       01 WS-EXTRACT-STATUS  PIC X(02) VALUE '00'.
       01 WS-EXTRACT-RESULT  PIC X(01).
           88 EXTRACT-CURRENT  VALUE 'Y'.
       01 WS-CLSTCHR-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
               10 WS-CT-CLASS    PIC 9(02).
               10 WS-CT-SECTION  PIC X(01).
               10 WS-CT-NAME     PIC X(15).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SECTION    PIC X(01).
       01 WS-PACKET-COUNT    PIC 9(03) VALUE ZERO.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-STUDENT-EXTRACT.
           CLOSE STUDENT-EXTRACT.
           OPEN OUTPUT PACKET-REPORT.
           OPEN OUTPUT CONTROL-SHEET.
           PERFORM WRITE-CONTROL-HEADING.
           PERFORM WRITE-CONTROL-FOOTING.
           CLOSE CONTROL-SHEET.
           CLOSE PACKET-REPORT.
           DISPLAY 'PACKETS PRODUCED : ' WS-PACKET-COUNT.
           GOBACK.

               CLOSE CLASS-TEACHER-FILE
           END-IF.

       OPEN-STUDENT-EXTRACT.
           OPEN INPUT STUDENT-EXTRACT.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT EXTRACT STUEXTR.DAT, '
                   'STATUS : ' WS-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ STUDENT-EXTRACT
               AT END
                   MOVE SPACES TO STUDENT-EXTRACT-RECORD
           END-READ.
           CALL 'EXTRCHK' USING STUDENT-EXTRACT-RECORD
               WS-EXTRACT-RESULT.
           IF NOT EXTRACT-CURRENT
               CLOSE STUDENT-EXTRACT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       BUILD-ONE-PACKET.
           ADD 1 TO WS-PACKET-COUNT.
           MOVE ZERO TO WS-SECTION-LINES.
           PERFORM WRITE-PACKET-COVER.
      * The extract is in class/section order, so the read stops
      * once it is past this packet's section.
           MOVE 'N' TO WS-MASTER-EOF-FLAG.
           OPEN INPUT STUDENT-EXTRACT.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-EXTRACT
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE SX-STUDENT-IMAGE TO STUDENT-DETAILS
                       IF SX-DETAIL-RECORD
                           PERFORM SELECT-PACKET-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-EXTRACT.
           PERFORM WRITE-PACKET-FOOTING.
           PERFORM WRITE-CONTROL-LINE.

       SELECT-PACKET-STUDENT.
           IF STU-CLASS > WS-WORK-CLASS
               OR (STU-CLASS = WS-WORK-CLASS
                   AND STU-SECTION > WS-WORK-SECTION)
               SET END-OF-MASTER TO TRUE
           ELSE
               IF STU-CLASS = WS-WORK-CLASS
                   AND STU-SECTION = WS-WORK-SECTION
                   AND (STU-ACTIVE OR STU-RESTORED)
                   PERFORM WRITE-PACKET-DETAIL
               END-IF
           END-IF.

       WRITE-PACKET-COVER.
           MOVE ALL '=' TO PACKET-REPORT-LINE.
           WRITE PACKET-REPORT-LINE.

       WRITE-PACKET-DETAIL.
           ADD 1 TO WS-SECTION-LINES.
           MOVE SX-TERM-PERCENT TO WS-RPT-PCT.
           CALL 'FEECHK' USING STU-NO IN STUDENT-DETAILS
               WS-FEE-BALANCE WS-FEE-RESULT.
           MOVE WS-FEE-BALANCE TO WS-RPT-BALANCE.
           MOVE SPACES TO PACKET-REPORT-LINE.
           STRING STU-NO IN STUDENT-DETAILS ' ' STU-NAME ' '
               WS-RPT-PCT '  ' SX-ATTEND-PCT '%  '
               WS-RPT-BALANCE
               DELIMITED BY SIZE INTO PACKET-REPORT-LINE.
           WRITE PACKET-REPORT-LINE.
