      *          always consumed. Codes with no map entry are written
      *          to MARKSINC.REJ instead of guessing, and the decode
      *          is reconciled in/out/rejected at end of run.
      *          Once the term's answer books are on the ABCUSTDY
      *          custody ledger (ABUNDLE.DAT), a code is decoded only
      *          when the subject's bundle holding it has come back
      *          from the evaluator - marks for a bundle still out,
      *          or for a code no bundle covers, are rejected. An
      *          absent line has no book and is not checked. A term
      *          with no bundles on the ledger decodes as before.
      *          The classes DVALPARM.DAT names are double-valued:
      *          their scripts are marked twice at DVALDESK and
      *          settled by DVALRSLV, and only the settled mark on
      *          DVALRES.DAT is decoded. A single-evaluator line on
      *          MARKSINC.DAT for a student in one of those classes,
      *          or for any script DVALRES.DAT has settled, is
      *          rejected; an absent line still passes. Custody is
      *          clear only when every bundle holding the code is
      *          back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ANSWER-BUNDLE-FILE ASSIGN TO "ABUNDLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT RESOLVED-MARKS-FILE ASSIGN TO "DVALRES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESOLVED-STATUS.
           SELECT VALUATION-PARM-FILE ASSIGN TO "DVALPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CODED-MARKS-FILE.
       01 CODED-MARKS-RECORD     PIC X(15).

       FD  CODE-MAP-FILE.
           COPY CODEMAPR.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ANSWER-BUNDLE-FILE.
           COPY ABUNDLR.

      * DVALRSLV's settled marks, in the MARKSINC layout.
       FD  RESOLVED-MARKS-FILE.
       01 RESOLVED-MARKS-RECORD  PIC X(15).

       FD  VALUATION-PARM-FILE.
           COPY DVALPRMR.

       WORKING-STORAGE SECTION.
      *-----------------------
      * The line being decoded, from MARKSINC.DAT or DVALRES.DAT.
       01 CODED-MARKS-LINE.
           05 MIC-SECRET-CODE    PIC 9(06).
           05 MIC-SUBJ-CODE      PIC X(04).
           05 MIC-SUBJ-MARKS     PIC 9(03).
           05 MIC-SUBJ-CREDITS   PIC 9(01).
           05 MIC-ABSENT-FLAG    PIC X(01).
       01 WS-CODED-STATUS    PIC X(02) VALUE '00'.
       01 WS-CODEMAP-STATUS  PIC X(02) VALUE '00'.
       01 WS-MARKSIN-STATUS  PIC X(02) VALUE '00'.
       01 WS-REJECT-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-BUNDLE-STATUS   PIC X(02) VALUE '00'.
       01 WS-RESOLVED-STATUS PIC X(02) VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-OPERATOR-ID     PIC X(08).
           05 WS-MAP-ENTRY OCCURS 2000 TIMES INDEXED BY MAP-INDEX.
               10 WS-MAP-CODE    PIC 9(06).
               10 WS-MAP-STU-NO  PIC 9(05).
       01 WS-BUNDLE-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-BUNDLE-TABLE.
           05 WS-BN-ENTRY OCCURS 3000 TIMES INDEXED BY BN-INDEX.
               10 WS-BN-SUBJ-CODE PIC X(04).
               10 WS-BN-CODE-FROM PIC 9(06).
               10 WS-BN-CODE-TO   PIC 9(06).
               10 WS-BN-STATUS    PIC X(01).
       01 WS-CUSTODY-RESULT  PIC X(01).
           88 CUSTODY-CLEAR    VALUE 'C'.
           88 CUSTODY-OUT      VALUE 'O'.
           88 CUSTODY-NONE     VALUE 'N'.
      * Scripts DVALRSLV has settled, by code and subject.
       01 WS-RESOLVED-COUNT  PIC 9(04) VALUE ZERO.
       01 WS-RESOLVED-TABLE.
           05 WS-RS-ENTRY OCCURS 4000 TIMES INDEXED BY RS-INDEX.
               10 WS-RS-CODE      PIC 9(06).
               10 WS-RS-SUBJ-CODE PIC X(04).
       01 WS-RESOLVED-FULL-FLAG PIC X(01) VALUE 'N'.
           88 RESOLVED-TABLE-FULL VALUE 'Y'.
       01 WS-DECODE-SOURCE   PIC X(01) VALUE 'C'.
           88 DECODING-CODED-LINES VALUE 'C'.
           88 DECODING-SETTLED-LINES VALUE 'S'.
       01 WS-SETTLED-FLAG    PIC X(01).
           88 SCRIPT-SETTLED   VALUE 'Y'.
       01 WS-CLASS-FLAG      PIC X(01).
           88 DOUBLE-VALUED-CLASS VALUE 'Y'.
       01 WS-CLASS-SUB       PIC 9(02) VALUE ZERO.
       01 WS-FOUND-STU-NO    PIC 9(05) VALUE ZERO.
       01 WS-FOUND-NAME      PIC X(15).
       01 WS-FOUND-FEE       PIC X(01).
       01 WS-FOUND-CLASS     PIC 9(02) VALUE ZERO.
       01 WS-CODED-READ      PIC 9(05) VALUE ZERO.
       01 WS-SETTLED-READ    PIC 9(05) VALUE ZERO.
       01 WS-READ-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-DECODED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-REJECT-COUNT    PIC 9(05) VALUE ZERO.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-CODE-MAP.
           PERFORM LOAD-BUNDLE-LEDGER.
           PERFORM LOAD-VALUATION-PARMS.
           PERFORM LOAD-SETTLED-SCRIPTS.
           IF WS-MAP-COUNT = ZERO
               DISPLAY 'NO CODE MAP FOR TERM ' RUN-TERM-CODE
                   ' - RUN SECRCODE FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RESOLVED-TABLE-FULL
               DISPLAY 'DVALRES.DAT EXCEEDS THE 4000-SCRIPT TABLE - '
                   'NOTHING DECODED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CODED-MARKS-FILE.
           IF WS-CODED-STATUS NOT = '00'
               AND WS-RESOLVED-COUNT = ZERO
               DISPLAY 'NO CODED MARKS FILE, NOTHING TO DECODE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT MARKS-INPUT-FILE.
           OPEN OUTPUT DECODE-REJECTS.
           IF WS-CODED-STATUS = '00'
               MOVE 'C' TO WS-DECODE-SOURCE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CODED-MARKS-FILE INTO CODED-MARKS-LINE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           ADD 1 TO WS-CODED-READ
                           PERFORM DECODE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE CODED-MARKS-FILE
           END-IF.
           IF WS-RESOLVED-COUNT > ZERO
               MOVE 'S' TO WS-DECODE-SOURCE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT RESOLVED-MARKS-FILE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RESOLVED-MARKS-FILE INTO CODED-MARKS-LINE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           ADD 1 TO WS-SETTLED-READ
                           PERFORM DECODE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE RESOLVED-MARKS-FILE
           END-IF.
           CLOSE DECODE-REJECTS.
           CLOSE MARKS-INPUT-FILE.
           CLOSE STUDENT-MASTER.
           DISPLAY 'DECODE RECONCILIATION'.
           DISPLAY '  CODED LINES READ : ' WS-CODED-READ.
           DISPLAY '  DOUBLE-VALUED    : ' WS-SETTLED-READ.
           DISPLAY '  DECODED          : ' WS-DECODED-COUNT.
           DISPLAY '  REJECTED         : ' WS-REJECT-COUNT.
           IF WS-DECODED-COUNT + WS-REJECT-COUNT
                   'LOCK ?'
           END-IF.

       LOAD-BUNDLE-LEDGER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ANSWER-BUNDLE-FILE.
           IF WS-BUNDLE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ANSWER-BUNDLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AB-TERM-CODE = RUN-TERM-CODE
                               AND WS-BUNDLE-COUNT < 3000
                               ADD 1 TO WS-BUNDLE-COUNT
                               SET BN-INDEX TO WS-BUNDLE-COUNT
                               MOVE AB-SUBJ-CODE TO
                                   WS-BN-SUBJ-CODE (BN-INDEX)
                               MOVE AB-CODE-FROM TO
                                   WS-BN-CODE-FROM (BN-INDEX)
                               MOVE AB-CODE-TO TO
                                   WS-BN-CODE-TO (BN-INDEX)
                               MOVE AB-STATUS TO
                                   WS-BN-STATUS (BN-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANSWER-BUNDLE-FILE
           END-IF.
           IF WS-BUNDLE-COUNT = ZERO
               DISPLAY 'NO ANSWER-BOOK BUNDLES ON ABUNDLE.DAT FOR '
                   'TERM ' RUN-TERM-CODE ' - CUSTODY NOT CHECKED'
           END-IF.

      * A double-valued code is in more than one bundle; any bundle
      * still out holds the decode.
       CHECK-BUNDLE-CUSTODY.
           MOVE 'N' TO WS-CUSTODY-RESULT.
           PERFORM VARYING BN-INDEX FROM 1 BY 1
               UNTIL BN-INDEX > WS-BUNDLE-COUNT
               IF WS-BN-SUBJ-CODE (BN-INDEX) = MIC-SUBJ-CODE
                   AND WS-BN-CODE-FROM (BN-INDEX) <= MIC-SECRET-CODE
                   AND WS-BN-CODE-TO (BN-INDEX) >= MIC-SECRET-CODE
                   IF WS-BN-STATUS (BN-INDEX) = 'O'
                       MOVE 'O' TO WS-CUSTODY-RESULT
                   ELSE
                       IF NOT CUSTODY-OUT
                           MOVE 'C' TO WS-CUSTODY-RESULT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-VALUATION-PARMS.
           MOVE SPACES TO DP-BOARD-CLASSES.
           OPEN INPUT VALUATION-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ VALUATION-PARM-FILE
                   AT END
                       MOVE SPACES TO DP-BOARD-CLASSES
               END-READ
               CLOSE VALUATION-PARM-FILE
           END-IF.
           MOVE 'N' TO WS-CLASS-FLAG.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 12
               IF DP-BOARD-CLASS (WS-CLASS-SUB) = 'Y'
                   MOVE 'Y' TO WS-CLASS-FLAG
               END-IF
           END-PERFORM.
           IF NOT DOUBLE-VALUED-CLASS
               MOVE 'Y' TO DP-BOARD-CLASS (10) DP-BOARD-CLASS (12)
           END-IF.

       LOAD-SETTLED-SCRIPTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RESOLVED-MARKS-FILE.
           IF WS-RESOLVED-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RESOLVED-MARKS-FILE INTO CODED-MARKS-LINE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RESOLVED-COUNT < 4000
                               ADD 1 TO WS-RESOLVED-COUNT
                               SET RS-INDEX TO WS-RESOLVED-COUNT
                               MOVE MIC-SECRET-CODE TO
                                   WS-RS-CODE (RS-INDEX)
                               MOVE MIC-SUBJ-CODE TO
                                   WS-RS-SUBJ-CODE (RS-INDEX)
                           ELSE
                               SET RESOLVED-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESOLVED-MARKS-FILE
           END-IF.

       CHECK-SCRIPT-SETTLED.
           MOVE 'N' TO WS-SETTLED-FLAG.
           PERFORM VARYING RS-INDEX FROM 1 BY 1
               UNTIL RS-INDEX > WS-RESOLVED-COUNT OR SCRIPT-SETTLED
               IF WS-RS-CODE (RS-INDEX) = MIC-SECRET-CODE
                   AND WS-RS-SUBJ-CODE (RS-INDEX) = MIC-SUBJ-CODE
                   MOVE 'Y' TO WS-SETTLED-FLAG
               END-IF
           END-PERFORM.

      * Name, fee status and class of the decoded student.
       READ-DECODED-STUDENT.
           MOVE SPACES TO WS-FOUND-NAME.
           MOVE 'U' TO WS-FOUND-FEE.
           MOVE ZERO TO WS-FOUND-CLASS.
           MOVE WS-FOUND-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STU-NAME TO WS-FOUND-NAME
                   MOVE STU-FEE-STATUS TO WS-FOUND-FEE
                   MOVE STU-CLASS TO WS-FOUND-CLASS
           END-READ.
           MOVE 'N' TO WS-CLASS-FLAG.
           IF WS-FOUND-CLASS >= 1 AND WS-FOUND-CLASS <= 12
               IF DP-BOARD-CLASS (WS-FOUND-CLASS) = 'Y'
                   MOVE 'Y' TO WS-CLASS-FLAG
               END-IF
           END-IF.

       DECODE-ONE-LINE.
           MOVE ZERO TO WS-FOUND-STU-NO.
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
                       TO WS-FOUND-STU-NO
               END-IF
           END-PERFORM.
           MOVE 'C' TO WS-CUSTODY-RESULT.
           IF WS-BUNDLE-COUNT > ZERO
               AND MIC-ABSENT-FLAG NOT = 'A'
               PERFORM CHECK-BUNDLE-CUSTODY
           END-IF.
           MOVE 'N' TO WS-SETTLED-FLAG WS-CLASS-FLAG.
           IF WS-FOUND-STU-NO NOT = ZERO
               PERFORM READ-DECODED-STUDENT
               IF DECODING-CODED-LINES
                   PERFORM CHECK-SCRIPT-SETTLED
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-FOUND-STU-NO = ZERO
                   MOVE 'CODE NOT ON MAP     ' TO REJ-REASON
                   PERFORM WRITE-DECODE-REJECT
               WHEN DECODING-CODED-LINES AND SCRIPT-SETTLED
                   MOVE 'SCRIPT DOUBLE VALUED' TO REJ-REASON
                   PERFORM WRITE-DECODE-REJECT
               WHEN DECODING-CODED-LINES AND DOUBLE-VALUED-CLASS
                   AND MIC-ABSENT-FLAG NOT = 'A'
                   MOVE 'DOUBLE VALUATION DUE' TO REJ-REASON
                   PERFORM WRITE-DECODE-REJECT
               WHEN CUSTODY-OUT
                   MOVE 'BUNDLE NOT RETURNED ' TO REJ-REASON
                   PERFORM WRITE-DECODE-REJECT
               WHEN CUSTODY-NONE
                   MOVE 'NO BUNDLE ISSUED    ' TO REJ-REASON
                   PERFORM WRITE-DECODE-REJECT
               WHEN OTHER
                   PERFORM WRITE-DECODED-LINE
           END-EVALUATE.

       WRITE-DECODED-LINE.
           MOVE WS-FOUND-STU-NO TO MIN-STU-NO.
           MOVE WS-FOUND-NAME    TO MIN-STU-NAME.
           MOVE WS-FOUND-FEE     TO MIN-FEE-STATUS.
           MOVE MIC-SUBJ-CODE    TO MIN-SUBJ-CODE.
           MOVE MIC-SUBJ-MARKS   TO MIN-SUBJ-MARKS.
           MOVE MIC-SUBJ-CREDITS TO MIN-SUBJ-CREDITS.
           MOVE MIC-SECRET-CODE TO REJ-SECRET-CODE.
           MOVE MIC-SUBJ-CODE   TO REJ-SUBJ-CODE.
           MOVE MIC-SUBJ-MARKS  TO REJ-SUBJ-MARKS.
           WRITE DECODE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
      ** add other procedures here
