      *          READMREV.RPT review list suggesting re-admission
      *          under the old STU-NO through READMIT, instead of
      *          silently splitting one student's history across two
      *          numbers. Each student posted gets the DOCLIST.DAT
      *          admission document checklist of the class of entry
      *          written to STUDOCS.DAT as pending documents, for the
      *          ADMDOCS desk to mark off as they come in. Category
      *          'F' marks a government free-seat quota admission,
      *          whose fees FSCLAIM claims back each term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT READMIT-REVIEW-LIST ASSIGN TO "READMREV.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT DOC-CHECKLIST-FILE ASSIGN TO "DOCLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOCLIST-STATUS.
           SELECT STUDENT-DOCUMENT-FILE ASSIGN TO "STUDOCS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUDOCS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD  READMIT-REVIEW-LIST.
       01 READMIT-REVIEW-LINE  PIC X(72).

       FD  DOC-CHECKLIST-FILE.
           COPY DOCLISTR.

       FD  STUDENT-DOCUMENT-FILE.
           COPY STUDOCR.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY STDRECD
       01 WS-LOCK-RESULT     PIC X(01).
           88 LOCK-GRANTED     VALUE 'Y'.
       01 WS-LOCK-HOLDER     PIC X(08).
       01 WS-DOCLIST-STATUS  PIC X(02) VALUE '00'.
       01 WS-STUDOCS-STATUS  PIC X(02) VALUE '00'.
       01 WS-DOC-EOF-FLAG    PIC X(01) VALUE 'N'.
           88 END-OF-CHECKLIST VALUE 'Y'.
       01 WS-TODAY           PIC 9(08).
       01 WS-CHECKLIST-COUNT PIC 9(03) VALUE ZERO.
       01 WS-CHECKLIST-TABLE.
           05 WS-DCL-ENTRY OCCURS 200 TIMES INDEXED BY DCL-INDEX.
               10 WS-DCL-CLASS     PIC 9(02).
               10 WS-DCL-DOC-CODE  PIC X(04).
               10 WS-DCL-DOC-NAME  PIC X(20).
               10 WS-DCL-MANDATORY PIC X(01).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY 'ENTER ENTRANCE TEST SCORE (0 IF NONE) : '
               ACCEPT WS-AP-SCORE (AP-INDEX)
               DISPLAY 'ENTER CATEGORY (G GENERAL / R RESERVED / '
                   'S STAFF WARD / F GOVT FREE SEAT) : '
               ACCEPT WS-AP-CATEGORY (AP-INDEX)
               MOVE ZERO TO WS-AP-STU-NO (AP-INDEX)
               MOVE 'P' TO WS-AP-STATUS (AP-INDEX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DOC-CHECKLIST.
           OPEN EXTEND STUDENT-DOCUMENT-FILE.
           IF WS-STUDOCS-STATUS NOT = '00'
               OPEN OUTPUT STUDENT-DOCUMENT-FILE
           END-IF.
           OPEN OUTPUT INTAKE-REGISTER.
           PERFORM WRITE-REGISTER-HEADING.
           MOVE ZERO TO WS-POSTED-COUNT.
           PERFORM WRITE-REGISTER-FOOTING.
           CLOSE INTAKE-REGISTER.
           CLOSE READMIT-REVIEW-LIST.
           CLOSE STUDENT-DOCUMENT-FILE.
           CLOSE STUDENT-MASTER.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY 'APPLICATIONS POSTED : ' WS-POSTED-COUNT.
                       END-IF
                       ADD 1 TO WS-POSTED-COUNT
                       PERFORM WRITE-REGISTER-DETAIL
                       PERFORM WRITE-PENDING-DOCUMENTS
               END-WRITE
           END-IF.

       WRITE-PENDING-DOCUMENTS.
           PERFORM VARYING DCL-INDEX FROM 1 BY 1
               UNTIL DCL-INDEX > WS-CHECKLIST-COUNT
               IF WS-DCL-CLASS (DCL-INDEX) = WS-AP-CLASS (AP-INDEX)
                   MOVE WS-NEXT-STU-NO TO SDC-STU-NO
                   MOVE WS-DCL-DOC-CODE (DCL-INDEX) TO SDC-DOC-CODE
                   MOVE WS-DCL-DOC-NAME (DCL-INDEX) TO SDC-DOC-NAME
                   MOVE WS-DCL-MANDATORY (DCL-INDEX) TO
                       SDC-MANDATORY
                   MOVE 'P' TO SDC-STATUS
                   MOVE WS-TODAY TO SDC-STATUS-DATE
                   MOVE WS-PROGRAM-NAME TO SDC-OPERATOR-ID
                   WRITE STUDENT-DOCUMENT-RECORD
               END-IF
           END-PERFORM.

       LOAD-DOC-CHECKLIST.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CHECKLIST-COUNT.
           MOVE 'N' TO WS-DOC-EOF-FLAG.
           OPEN INPUT DOC-CHECKLIST-FILE.
           IF WS-DOCLIST-STATUS = '00'
               PERFORM UNTIL END-OF-CHECKLIST
                   READ DOC-CHECKLIST-FILE
                       AT END
                           SET END-OF-CHECKLIST TO TRUE
                       NOT AT END
                           IF WS-CHECKLIST-COUNT < 200
                               ADD 1 TO WS-CHECKLIST-COUNT
                               SET DCL-INDEX TO WS-CHECKLIST-COUNT
                               MOVE DCL-CLASS TO
                                   WS-DCL-CLASS (DCL-INDEX)
                               MOVE DCL-DOC-CODE TO
                                   WS-DCL-DOC-CODE (DCL-INDEX)
                               MOVE DCL-DOC-NAME TO
                                   WS-DCL-DOC-NAME (DCL-INDEX)
                               MOVE DCL-MANDATORY TO
                                   WS-DCL-MANDATORY (DCL-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CHECKLIST-FILE
           ELSE
               DISPLAY 'NO DOCLIST.DAT DOCUMENT CHECKLIST - NO '
                   'DOCUMENTS WILL BE CHASED FOR THESE STUDENTS'
           END-IF.

       ASSIGN-NEXT-STU-NO.
           MOVE ZERO TO WS-NEXT-STU-NO.
           IF WS-HIGHEST-USED < 99998
