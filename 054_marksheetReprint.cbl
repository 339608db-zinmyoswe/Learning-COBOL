      *          the issue in the MSISSUE.DAT issuance register with
      *          the next copy number - the originals are logged there
      *          as copy 001 by the printing programs, so the school
      *          can prove how many official copies exist. A mark
      *          sheet held back by an unfair-means case on
      *          UFMCASE.DAT is not reprinted, nor is one whose
      *          missed paper still awaits its make-up marks on
      *          MAKEUP.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ISSUE-REGISTER ASSIGN TO "MSISSUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT UFM-CASE-FILE ASSIGN TO "UFMCASE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFMCASE-STATUS.
           SELECT MAKEUP-CASE-FILE ASSIGN TO "MAKEUP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAKEUP-STATUS.
           SELECT REPRINT-REPORT ASSIGN TO "MSREPRNT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 MI-COPY-TYPE    PIC X(01).
               88 MI-ORIGINAL   VALUE 'O'.
               88 MI-DUPLICATE  VALUE 'D'.
       FD  UFM-CASE-FILE.
           COPY UFMCASER.
       FD  MAKEUP-CASE-FILE.
           COPY MAKEUPR.
       FD  REPRINT-REPORT.
       01 REPRINT-LINE        PIC X(60).

       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-ISSUE-STATUS    PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS   PIC X(02) VALUE '00'.
       01 WS-UFMCASE-STATUS  PIC X(02) VALUE '00'.
       01 WS-UFM-HELD-FLAG   PIC X(01) VALUE 'N'.
           88 UFM-RESULT-HELD  VALUE 'Y'.
       01 WS-MAKEUP-STATUS   PIC X(02) VALUE '00'.
       01 WS-MAKEUP-HELD-FLAG PIC X(01) VALUE 'N'.
           88 MAKEUP-RESULT-HELD VALUE 'Y'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-WORK-STU-NO     PIC 9(05).
           ACCEPT WS-WORK-TERM.
           DISPLAY 'ENTER EXAM TYPE (U/M/F) : '.
           ACCEPT WS-WORK-EXAM.
           PERFORM CHECK-UFM-CASES.
           IF UFM-RESULT-HELD
               DISPLAY 'MARK SHEET WITHHELD - UNFAIR-MEANS CASE FOR '
                   'STU-NO ' WS-WORK-STU-NO ' TERM ' WS-WORK-TERM
                   ' - REPRINT REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-MAKEUP-CASES.
           IF MAKEUP-RESULT-HELD
               DISPLAY 'MARK SHEET HELD - MAKE-UP EXAM PENDING FOR '
                   'STU-NO ' WS-WORK-STU-NO ' TERM ' WS-WORK-TERM
                   ' - REPRINT REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-STUDENT-SUBJECTS.
           IF WS-SUBJ-COUNT = ZERO
               DISPLAY 'NO STORED MARKS FOR STU-NO ' WS-WORK-STU-NO
               WS-COPY-NO ' FOR STU-NO ' WS-WORK-STU-NO.
           STOP RUN.

      * An undecided case, or one decided against the student,
      * holds back every copy of that exam's mark sheet.
       CHECK-UFM-CASES.
           MOVE 'N' TO WS-UFM-HELD-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT UFM-CASE-FILE.
           IF WS-UFMCASE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ UFM-CASE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF UF-STU-NO = WS-WORK-STU-NO
                               AND UF-TERM-CODE = WS-WORK-TERM
                               AND UF-EXAM-TYPE = WS-WORK-EXAM
                               AND UF-RESULT-WITHHELD
                               MOVE 'Y' TO WS-UFM-HELD-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UFM-CASE-FILE
           END-IF.

      * A make-up case pending or approved for the exam holds the
      * sheet until MAKEUPEX has posted the make-up marks.
       CHECK-MAKEUP-CASES.
           MOVE 'N' TO WS-MAKEUP-HELD-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MAKEUP-CASE-FILE.
           IF WS-MAKEUP-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MAKEUP-CASE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF MU-STU-NO = WS-WORK-STU-NO
                               AND MU-TERM-CODE = WS-WORK-TERM
                               AND MU-EXAM-TYPE = WS-WORK-EXAM
                               AND MU-RESULT-HELD
                               MOVE 'Y' TO WS-MAKEUP-HELD-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAKEUP-CASE-FILE
           END-IF.

       LOAD-STUDENT-SUBJECTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MARKS-DETAIL-FILE.
