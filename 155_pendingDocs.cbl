      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly pending admission documents chase. Reads the
      *          STUDOCS.DAT document rows ADMINTAK raised at admission
      *          and ADMDOCS keeps up to date, and SORTs every document
      *          still pending for an active student by class, section
      *          and STU-NO. PENDDOCS.RPT prints one block per
      *          class-section headed by its CLSTCHR.DAT class teacher
      *          (sections with no class teacher are flagged so the
      *          office chases them instead), listing each student's
      *          outstanding documents and whether they hold up the
      *          board registration. One SMS reminder per student goes
      *          to SMS.FEED - the GUARDIAN.DAT primary phone, else the
      *          STU-PHONE on the master - unless the number is on the
      *          OPTOUT.DAT list, worded from the DOCS SMS template.
      *          Ends RC 4 when anything is pending and logs to
      *          RUNLOG.DAT. Every SMS passes the SMSGATE quota check
      *          first; one held over its category's monthly quota for a
      *          supervisor to release is counted as held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DOCCHASE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-DOCUMENT-FILE ASSIGN TO "STUDOCS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUDOCS-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLASS-TEACHER-FILE ASSIGN TO "CLSTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSTCHR-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT OPT-OUT-LIST ASSIGN TO "OPTOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT SMS-NOTIFICATION-FEED ASSIGN TO "SMS.FEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PENDING-DOCS-REPORT ASSIGN TO "PENDDOCS.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-DOCUMENT-FILE.
           COPY STUDOCR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  CLASS-TEACHER-FILE.
       01 CLASS-TEACHER-RECORD.
           05 CT-CLASS        PIC 9(02).
           05 CT-SECTION      PIC X(01).
           05 CT-TEACHER-ID   PIC 9(04).
           05 CT-TEACHER-NAME PIC X(15).

       FD  GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GD-STU-NO        PIC 9(05).
           05 GD-NAME          PIC X(15).
           05 GD-RELATION      PIC X(10).
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  OPT-OUT-LIST.
       01 OPT-OUT-RECORD.
           05 OO-PHONE        PIC 9(12).
           05 OO-DATE         PIC 9(08).

       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  PENDING-DOCS-REPORT.
       01 PENDING-DOCS-LINE PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-STU-CLASS     PIC 9(02).
           05 SW-STU-SECTION   PIC X(01).
           05 SW-STU-NO        PIC 9(05).
           05 SW-DOC-CODE      PIC X(04).
           05 SW-STU-NAME      PIC X(15).
           05 SW-DOC-NAME      PIC X(20).
           05 SW-MANDATORY     PIC X(01).
           05 SW-SINCE-DATE    PIC 9(08).
           05 SW-PHONE         PIC 9(12).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
           COPY SCHPROFR.
       01 WS-STUDOCS-STATUS  PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-CLSTCHR-STATUS  PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-OPTOUT-STATUS   PIC X(02) VALUE '00'.
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-TEACHER-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-CT-ENTRY OCCURS 60 TIMES INDEXED BY CT-INDEX.
               10 WS-CT-CLASS     PIC 9(02).
               10 WS-CT-SECTION   PIC X(01).
               10 WS-CT-ID        PIC 9(04).
               10 WS-CT-NAME      PIC X(15).
       01 WS-GUARDIAN-TABLE.
           05 WS-GRD-PRIMARY OCCURS 99999 TIMES INDEXED BY GRD-INDEX
               PIC 9(12).
       01 WS-OPTOUT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-OPTOUT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 OPT-OUT-TABLE-FULL VALUE 'Y'.
       01 WS-OPTOUT-TABLE.
           05 WS-OPTOUT-PHONE OCCURS 20000 TIMES
               INDEXED BY OPT-INDEX PIC 9(12).
       01 WS-CHECK-PHONE     PIC 9(12) VALUE ZERO.
       01 WS-PHONE-OPTED     PIC X(01).
           88 PHONE-OPTED-OUT  VALUE 'Y'.
       01 WS-DOCS-READ       PIC 9(05) VALUE ZERO.
       01 WS-DOCS-PENDING    PIC 9(05) VALUE ZERO.
       01 WS-DOCS-SKIPPED    PIC 9(05) VALUE ZERO.
       01 WS-STUDENTS-CHASED PIC 9(05) VALUE ZERO.
       01 WS-SMS-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-SMS-HELD        PIC 9(05) VALUE ZERO.
       01 WS-SMS-OPTED       PIC 9(05) VALUE ZERO.
       01 WS-SMS-NO-PHONE    PIC 9(05) VALUE ZERO.
       01 WS-SECTIONS-NO-CT  PIC 9(03) VALUE ZERO.
       01 WS-PREV-CLASS      PIC 9(02) VALUE ZERO.
       01 WS-PREV-SECTION    PIC X(01) VALUE SPACE.
       01 WS-PREV-STU-NO     PIC 9(05) VALUE ZERO.
       01 WS-TEACHER-FOUND   PIC X(01).
           88 TEACHER-ON-TABLE VALUE 'Y'.
       01 WS-MANDATORY-TEXT  PIC X(09).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           OPEN INPUT STUDENT-DOCUMENT-FILE.
           IF WS-STUDOCS-STATUS NOT = '00'
               DISPLAY 'NO STUDOCS.DAT ADMISSION DOCUMENTS ON FILE - '
                   'NOTHING TO CHASE'
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE STUDENT-DOCUMENT-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT.IDX, STATUS : '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-CLASS-TEACHERS.
           PERFORM LOAD-GUARDIAN-PHONES.
           PERFORM LOAD-OPT-OUT-LIST.
      * A partial opt-out list cannot be honoured, so the report is
      * still printed but no reminder is sent.
           IF OPT-OUT-TABLE-FULL
               DISPLAY 'OPT-OUT LIST EXCEEDS THE ' WS-OPTOUT-COUNT
                   '-ENTRY TABLE - NO SMS REMINDERS SENT'
           END-IF.
           OPEN OUTPUT PENDING-DOCS-REPORT.
           OPEN EXTEND SMS-NOTIFICATION-FEED.
           IF WS-FEED-STATUS NOT = '00'
               OPEN OUTPUT SMS-NOTIFICATION-FEED
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STU-CLASS
               ON ASCENDING KEY SW-STU-SECTION
               ON ASCENDING KEY SW-STU-NO
               ON ASCENDING KEY SW-DOC-CODE
               INPUT PROCEDURE IS LOAD-PENDING-DOCUMENTS
               OUTPUT PROCEDURE IS PRINT-PENDING-DOCUMENTS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SMS-NOTIFICATION-FEED.
           CLOSE PENDING-DOCS-REPORT.
           CLOSE STUDENT-MASTER.
           DISPLAY 'PENDING DOCUMENTS : ' WS-DOCS-PENDING
               '  STUDENTS : ' WS-STUDENTS-CHASED
               '  SMS SENT : ' WS-SMS-COUNT
               '  HELD : ' WS-SMS-HELD.
           IF WS-SECTIONS-NO-CT > ZERO
               DISPLAY 'SECTIONS WITH NO CLASS TEACHER : '
                   WS-SECTIONS-NO-CT
           END-IF.
           IF WS-DOCS-PENDING > ZERO
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
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.

       LOAD-CLASS-TEACHERS.
           MOVE ZERO TO WS-TEACHER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CLASS-TEACHER-FILE.
           IF WS-CLSTCHR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CLASS-TEACHER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TEACHER-COUNT < 60
                               ADD 1 TO WS-TEACHER-COUNT
                               SET CT-INDEX TO WS-TEACHER-COUNT
                               MOVE CT-CLASS TO
                                   WS-CT-CLASS (CT-INDEX)
                               MOVE CT-SECTION TO
                                   WS-CT-SECTION (CT-INDEX)
                               MOVE CT-TEACHER-ID TO
                                   WS-CT-ID (CT-INDEX)
                               MOVE CT-TEACHER-NAME TO
                                   WS-CT-NAME (CT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-TEACHER-FILE
           END-IF.

       LOAD-GUARDIAN-PHONES.
           PERFORM VARYING GRD-INDEX FROM 1 BY 1
               UNTIL GRD-INDEX > 99999
               MOVE ZERO TO WS-GRD-PRIMARY (GRD-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GD-STU-NO > ZERO
                               SET GRD-INDEX TO GD-STU-NO
                               MOVE GD-PRIMARY-PHONE TO
                                   WS-GRD-PRIMARY (GRD-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       LOAD-OPT-OUT-LIST.
           MOVE ZERO TO WS-OPTOUT-COUNT.
           MOVE 'N' TO WS-OPTOUT-FULL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OPT-OUT-LIST.
           IF WS-OPTOUT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ OPT-OUT-LIST
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-OPTOUT-COUNT < 20000
                               ADD 1 TO WS-OPTOUT-COUNT
                               SET OPT-INDEX TO WS-OPTOUT-COUNT
                               MOVE OO-PHONE TO
                                   WS-OPTOUT-PHONE (OPT-INDEX)
                           ELSE
                               SET OPT-OUT-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPT-OUT-LIST
           END-IF.

       LOAD-PENDING-DOCUMENTS.
      * Documents of students no longer on the master, or who have
      * left, are not chased.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-DOCUMENT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-DOCUMENT-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DOCS-READ
                       IF SDC-PENDING
                           PERFORM RELEASE-PENDING-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-DOCUMENT-FILE.

       RELEASE-PENDING-DOCUMENT.
           MOVE SDC-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'S' TO STU-STATUS
           END-READ.
           IF STU-ACTIVE OR STU-RESTORED
               MOVE STU-CLASS                 TO SW-STU-CLASS
               MOVE STU-SECTION               TO SW-STU-SECTION
               MOVE SDC-STU-NO                TO SW-STU-NO
               MOVE SDC-DOC-CODE              TO SW-DOC-CODE
               MOVE STU-NAME IN STUDENT-DETAILS TO SW-STU-NAME
               MOVE SDC-DOC-NAME              TO SW-DOC-NAME
               MOVE SDC-MANDATORY             TO SW-MANDATORY
               MOVE SDC-STATUS-DATE           TO SW-SINCE-DATE
               SET GRD-INDEX TO SDC-STU-NO
               IF WS-GRD-PRIMARY (GRD-INDEX) > ZERO
                   MOVE WS-GRD-PRIMARY (GRD-INDEX) TO SW-PHONE
               ELSE
                   MOVE STU-PHONE TO SW-PHONE
               END-IF
               RELEASE SORT-WORK-RECORD
           ELSE
               ADD 1 TO WS-DOCS-SKIPPED
           END-IF.

       PRINT-PENDING-DOCUMENTS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-PREV-CLASS.
           MOVE SPACE TO WS-PREV-SECTION.
           MOVE ZERO TO WS-PREV-STU-NO.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-DOCUMENT
               END-RETURN
           END-PERFORM.

       PRINT-ONE-DOCUMENT.
           IF WS-DOCS-PENDING = ZERO
               OR SW-STU-CLASS NOT = WS-PREV-CLASS
               OR SW-STU-SECTION NOT = WS-PREV-SECTION
               PERFORM WRITE-SECTION-HEADING
               MOVE SW-STU-CLASS   TO WS-PREV-CLASS
               MOVE SW-STU-SECTION TO WS-PREV-SECTION
           END-IF.
           IF SW-STU-NO NOT = WS-PREV-STU-NO
               ADD 1 TO WS-STUDENTS-CHASED
               MOVE SPACES TO PENDING-DOCS-LINE
               STRING '  ' SW-STU-NO ' ' SW-STU-NAME
                   DELIMITED BY SIZE INTO PENDING-DOCS-LINE
               WRITE PENDING-DOCS-LINE
               PERFORM SEND-REMINDER
               MOVE SW-STU-NO TO WS-PREV-STU-NO
           END-IF.
           ADD 1 TO WS-DOCS-PENDING.
           IF SW-MANDATORY = 'Y'
               MOVE 'MANDATORY' TO WS-MANDATORY-TEXT
           ELSE
               MOVE 'OPTIONAL' TO WS-MANDATORY-TEXT
           END-IF.
           MOVE SPACES TO PENDING-DOCS-LINE.
           STRING '        ' SW-DOC-CODE ' ' SW-DOC-NAME ' '
               WS-MANDATORY-TEXT '  SINCE ' SW-SINCE-DATE
               DELIMITED BY SIZE INTO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.

       WRITE-SECTION-HEADING.
           MOVE 'N' TO WS-TEACHER-FOUND.
           SET CT-INDEX TO 1.
           SEARCH WS-CT-ENTRY
               AT END
                   CONTINUE
               WHEN CT-INDEX > WS-TEACHER-COUNT
                   CONTINUE
               WHEN WS-CT-CLASS (CT-INDEX) = SW-STU-CLASS
                   AND WS-CT-SECTION (CT-INDEX) = SW-STU-SECTION
                   MOVE 'Y' TO WS-TEACHER-FOUND
           END-SEARCH.
           MOVE SPACES TO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.
           MOVE SPACES TO PENDING-DOCS-LINE.
           IF TEACHER-ON-TABLE
               STRING 'CLASS ' SW-STU-CLASS '-' SW-STU-SECTION
                   '   CLASS TEACHER : ' WS-CT-NAME (CT-INDEX)
                   ' (' WS-CT-ID (CT-INDEX) ')'
                   DELIMITED BY SIZE INTO PENDING-DOCS-LINE
           ELSE
               ADD 1 TO WS-SECTIONS-NO-CT
               STRING 'CLASS ' SW-STU-CLASS '-' SW-STU-SECTION
                   '   ** NO CLASS TEACHER - OFFICE TO CHASE **'
                   DELIMITED BY SIZE INTO PENDING-DOCS-LINE
           END-IF.
           WRITE PENDING-DOCS-LINE.
           MOVE ALL '-' TO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.

       SEND-REMINDER.
           MOVE SW-PHONE TO WS-CHECK-PHONE.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN OPT-OUT-TABLE-FULL
                   CONTINUE
               WHEN WS-CHECK-PHONE = ZERO
                   ADD 1 TO WS-SMS-NO-PHONE
               WHEN PHONE-OPTED-OUT
                   ADD 1 TO WS-SMS-OPTED
               WHEN OTHER
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE SW-STU-NO TO SMS-STU-NO
                   MOVE 'ADMISSION DOCUMENTS PENDING' TO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE 'DOCS' TO SQ-MSG-TYPE
                   MOVE SW-STU-NO TO SQ-STU-NO
                   MOVE SW-STU-NAME TO SQ-STU-NAME
                   STRING SW-STU-CLASS '/' SW-STU-SECTION
                       DELIMITED BY SIZE INTO SQ-CLASS
                   MOVE WS-RUN-DATE-INT TO SQ-DATE
                   MOVE SMS-REASON TO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'DOCCHASE' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       ADD 1 TO WS-SMS-COUNT
                   ELSE
                       ADD 1 TO WS-SMS-HELD
                   END-IF
           END-EVALUATE.

       CHECK-PHONE-OPT-OUT.
           MOVE 'N' TO WS-PHONE-OPTED.
           IF WS-CHECK-PHONE > ZERO
               PERFORM VARYING OPT-INDEX FROM 1 BY 1
                   UNTIL OPT-INDEX > WS-OPTOUT-COUNT
                   IF WS-OPTOUT-PHONE (OPT-INDEX) = WS-CHECK-PHONE
                       MOVE 'Y' TO WS-PHONE-OPTED
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO PENDING-DOCS-LINE.
           STRING SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.
           MOVE SPACES TO PENDING-DOCS-LINE.
           STRING 'PENDING ADMISSION DOCUMENTS AS AT '
               WS-RUN-DATE-INT DELIMITED BY SIZE
               INTO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.
           MOVE ALL '=' TO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.
           MOVE ALL '=' TO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.
           MOVE SPACES TO PENDING-DOCS-LINE.
           STRING 'DOCUMENTS PENDING : ' WS-DOCS-PENDING
               '   STUDENTS : ' WS-STUDENTS-CHASED
               DELIMITED BY SIZE INTO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.
           MOVE SPACES TO PENDING-DOCS-LINE.
           STRING 'SMS SENT : ' WS-SMS-COUNT
               '   OPTED OUT : ' WS-SMS-OPTED
               '   NO PHONE : ' WS-SMS-NO-PHONE
               DELIMITED BY SIZE INTO PENDING-DOCS-LINE.
           WRITE PENDING-DOCS-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'DOCCHASE'      TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-DOCS-READ    TO RL-RECORDS-READ.
           MOVE WS-DOCS-PENDING TO RL-RECORDS-WRITTEN.
           MOVE WS-DOCS-SKIPPED TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM DOCCHASE.
