      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online results publication run for the run-control
      *          term. Takes each student's official TERMLOG.DAT
      *          percentage for the term (the row TERMRSLT posted; the
      *          last row on file stands) and writes RESULTPB.DAT for
      *          the results portal - an 'S' record with the access
      *          PIN and the term's MARKSDTL.IDX subject marks behind
      *          it - but only for a student whose mark sheet would go
      *          out: on roll, in a section signed off for the term on
      *          SIGNOFF.DAT, with no unfair-means case withholding the
      *          result on UFMCASE.DAT and no make-up case holding it
      *          on MAKEUP.DAT (as LEVEL88 withholds the mark sheet),
      *          and with no fee balance due on FEECHK unless OVERCHK
      *          finds a FEEBLOCK supervisor override for the student,
      *          consumed on use (as FAILRPT withholds it). A six-digit
      *          PIN is generated the first time a student is
      *          published for the term and kept on RSLTPIN.DAT, so a
      *          repeated run publishes the same PIN; it is sent to
      *          the guardian by SMS (RSLT template) - the latest
      *          GUARDIAN.DAT primary phone, else the student's own,
      *          unless the number is on OPTOUT.DAT - through the
      *          SMSGATE quota check, and only re-sent when it did not
      *          go out before. Every student on roll in a signed-off
      *          section, and every student a make-up case holds, is
      *          tried as well as those TERMLOG carries, so one that
      *          TERMRSLT held back or never posted is not lost from
      *          the run. RSLTWHLD.RPT lists every student withheld,
      *          by class, with the reason, then those published
      *          whose PIN could not be sent by SMS. No signed-off
      *          section or no TERMLOG rows for the term is RC 8 with
      *          nothing published; any student withheld or PIN not
      *          sent is RC 4. Logs to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RSLTPUB.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MARKS-DETAIL-FILE ASSIGN TO "MARKSDTL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTL-KEY
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TERM-LOG ASSIGN TO "TERMLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.
           SELECT UFM-CASE-FILE ASSIGN TO "UFMCASE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFMCASE-STATUS.
           SELECT MAKEUP-CASE-FILE ASSIGN TO "MAKEUP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAKEUP-STATUS.
           SELECT RESULT-PIN-FILE ASSIGN TO "RSLTPIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT RESULT-PUBLICATION ASSIGN TO "RESULTPB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUBLISH-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT OPT-OUT-LIST ASSIGN TO "OPTOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT SMS-NOTIFICATION-FEED ASSIGN TO "SMS.FEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT WITHHELD-REPORT ASSIGN TO "RSLTWHLD.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  MARKS-DETAIL-FILE.
           COPY MRKDTLR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  TERM-LOG.
       01 TERM-LOG-LINE.
           05 LOG-STU-NO        PIC 9(05).
           05 LOG-TERM-NO       PIC 9(02).
           05 LOG-PERCENT       PIC 9(03)V9(02).

       FD  SIGNOFF-FILE.
           COPY SIGNOFFR.

       FD  UFM-CASE-FILE.
           COPY UFMCASER.

       FD  MAKEUP-CASE-FILE.
           COPY MAKEUPR.

       FD  RESULT-PIN-FILE.
           COPY RSLTPINR.

       FD  RESULT-PUBLICATION.
           COPY RSLTPUBR.

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

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  WITHHELD-REPORT.
       01 WITHHELD-LINE      PIC X(72).

      * Part 1 is the withheld list, part 2 the published students
      * whose PIN did not go out by SMS.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-PART           PIC 9(01).
           05 SW-CLASS          PIC 9(02).
           05 SW-SECTION        PIC X(01).
           05 SW-STU-NO         PIC 9(05).
           05 SW-STU-NAME       PIC X(15).
           05 SW-REASON         PIC X(01).
           05 SW-FEE-BALANCE    PIC S9(07)V9(02).
           05 SW-SMS-STATUS     PIC X(01).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
           COPY SMSTXTR.
           COPY SMSGATER.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS      PIC X(02) VALUE '00'.
       01 WS-SIGNOFF-STATUS  PIC X(02) VALUE '00'.
       01 WS-UFMCASE-STATUS  PIC X(02) VALUE '00'.
       01 WS-MAKEUP-STATUS   PIC X(02) VALUE '00'.
       01 WS-PIN-STATUS      PIC X(02) VALUE '00'.
       01 WS-PUBLISH-STATUS  PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-OPTOUT-STATUS   PIC X(02) VALUE '00'.
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-TERM-CODE       PIC 9(02) VALUE ZERO.
      * Official percentage per STU-NO for the term; Y the student
      * has a TERMLOG row, H tried for the term without one.
       01 WS-TERM-RESULT-TABLE.
           05 WS-TR-ENTRY OCCURS 99999 TIMES INDEXED BY TR-INDEX.
               10 WS-TR-SEEN      PIC X(01).
                   88 TR-RESULT-POSTED VALUE 'Y'.
                   88 TR-CANDIDATE     VALUE 'Y' 'H'.
               10 WS-TR-PERCENT   PIC 9(03)V9(02).
       01 WS-TERM-LOG-ROWS   PIC 9(07) VALUE ZERO.
       01 WS-SO-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-SIGNOFF-TABLE.
           05 WS-SO-ENTRY OCCURS 60 TIMES INDEXED BY SO-INDEX.
               10 WS-SO-CLASS   PIC 9(02).
               10 WS-SO-SECTION PIC X(01).
       01 WS-SECTION-SIGNED  PIC X(01).
           88 SECTION-SIGNED-OFF VALUE 'Y'.
       01 WS-UFM-WITHHELD-FLAGS.
           05 WS-UFM-WITHHELD OCCURS 99999 TIMES
               INDEXED BY UFM-INDEX PIC X(01).
       01 WS-MAKEUP-HELD-FLAGS.
           05 WS-MAKEUP-HELD OCCURS 99999 TIMES
               INDEXED BY MAKEUP-INDEX PIC X(01).
      * The PIN already issued for the term, zero when none, and how
      * its SMS went.
       01 WS-PIN-TABLE.
           05 WS-PIN-ENTRY OCCURS 99999 TIMES INDEXED BY PIN-INDEX.
               10 WS-PIN-NUMBER   PIC 9(06).
               10 WS-PIN-SMS      PIC X(01).
                   88 PIN-SMS-GONE-OUT VALUE 'S' 'H'.
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
       01 WS-FEE-BALANCE     PIC S9(07)V9(02) VALUE ZERO.
       01 WS-FEE-RESULT      PIC X(01).
           88 FEE-BALANCE-DUE   VALUE 'D'.
       01 WS-OVERRIDE-GATE   PIC X(08) VALUE 'FEEBLOCK'.
       01 WS-OVERRIDE-PROGRAM PIC X(08) VALUE 'RSLTPUB '.
       01 WS-OVERRIDE-RESULT PIC X(01) VALUE 'N'.
           88 OVERRIDE-GRANTED VALUE 'Y'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-STU-NAME        PIC X(15).
       01 WS-STU-CLASS       PIC 9(02).
       01 WS-STU-SECTION     PIC X(01).
       01 WS-STU-PHONE       PIC 9(12).
      * M not on master, R not on roll, N section not signed off, U
      * unfair-means case, K make-up exam pending, X no term result
      * posted, F fee balance due.
       01 WS-WITHHOLD-REASON PIC X(01).
           88 RESULT-RELEASED   VALUE SPACE.
       01 WS-REASON-TEXT     PIC X(26).
      * The term's marks rows for the student being published.
       01 WS-MARK-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-MARK-TABLE.
           05 WS-MARK-ROW OCCURS 99 TIMES INDEXED BY MK-INDEX.
               10 WS-MK-SUBJ-CODE  PIC X(04).
               10 WS-MK-EXAM-TYPE  PIC X(01).
               10 WS-MK-COMPONENT  PIC X(01).
               10 WS-MK-MARKS      PIC 9(03).
               10 WS-MK-CREDITS    PIC 9(01).
               10 WS-MK-ABSENT     PIC X(01).
       01 WS-MARKS-OVERFLOW  PIC 9(05) VALUE ZERO.
       01 WS-SEED-TIME       PIC 9(08) VALUE ZERO.
       01 WS-RANDOM-WORK     PIC 9(04)V9(09) VALUE ZERO.
       01 WS-ACCESS-PIN      PIC 9(06) VALUE ZERO.
       01 WS-SMS-RESULT      PIC X(01).
       01 WS-CANDIDATES      PIC 9(05) VALUE ZERO.
       01 WS-PUBLISHED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-WITHHELD-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-OVERRIDE-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-NEW-PIN-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-SMS-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-SMS-HELD        PIC 9(05) VALUE ZERO.
       01 WS-SMS-NOT-SENT    PIC 9(05) VALUE ZERO.
       01 WS-MARKS-ROWS      PIC 9(06) VALUE ZERO.
       01 WS-MARKS-HASH      PIC 9(09) VALUE ZERO.
       01 WS-PREV-PART       PIC 9(01) VALUE ZERO.
       01 WS-PART-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-RPT-BALANCE     PIC -(06)9.99.
       01 WS-SMS-TEXT        PIC X(22).
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
           IF WS-TERM-CODE = ZERO
               DISPLAY 'NO RUN-CONTROL TERM - NOTHING PUBLISHED'
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-SECTION-SIGN-OFFS.
           IF WS-SO-COUNT = ZERO
               DISPLAY 'NO SECTION SIGNED OFF FOR TERM ' WS-TERM-CODE
                   ' - NOTHING PUBLISHED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           INITIALIZE WS-TERM-RESULT-TABLE.
           PERFORM LOAD-TERM-RESULTS.
           IF WS-TERM-LOG-ROWS = ZERO
               DISPLAY 'NO TERMLOG RESULTS FOR TERM ' WS-TERM-CODE
                   ' - RUN TERMRSLT FIRST, NOTHING PUBLISHED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-UFM-CASES.
           PERFORM LOAD-MAKEUP-CASES.
           PERFORM LOAD-PIN-REGISTER.
           PERFORM LOAD-GUARDIAN-PHONES.
           PERFORM LOAD-OPT-OUT-LIST.
           IF OPT-OUT-TABLE-FULL
               DISPLAY 'OPT-OUT LIST EXCEEDS THE ' WS-OPTOUT-COUNT
                   '-ENTRY TABLE - NO GUARDIAN SMS SENT'
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-SECTION-ROLLS.
           OPEN INPUT MARKS-DETAIL-FILE.
           OPEN OUTPUT RESULT-PUBLICATION.
           OPEN EXTEND RESULT-PIN-FILE.
           IF WS-PIN-STATUS NOT = '00'
               OPEN OUTPUT RESULT-PIN-FILE
           END-IF.
           OPEN EXTEND SMS-NOTIFICATION-FEED.
           IF WS-FEED-STATUS NOT = '00'
               OPEN OUTPUT SMS-NOTIFICATION-FEED
           END-IF.
           ACCEPT WS-SEED-TIME FROM TIME.
           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM (WS-SEED-TIME).
           PERFORM WRITE-PUBLICATION-HEADER.
           OPEN OUTPUT WITHHELD-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PART SW-CLASS SW-SECTION SW-STU-NO
               INPUT PROCEDURE IS PUBLISH-TERM-RESULTS
               OUTPUT PROCEDURE IS PRINT-WITHHELD-LIST.
           PERFORM WRITE-PUBLICATION-TRAILER.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE WITHHELD-REPORT.
           CLOSE SMS-NOTIFICATION-FEED.
           CLOSE RESULT-PIN-FILE.
           CLOSE RESULT-PUBLICATION.
           IF WS-DETAIL-STATUS = '00'
               CLOSE MARKS-DETAIL-FILE
           END-IF.
           CLOSE STUDENT-MASTER.
           DISPLAY 'RESULTS PUBLICATION TERM ' WS-TERM-CODE
               ' - PUBLISHED ' WS-PUBLISHED-COUNT
               '  WITHHELD ' WS-WITHHELD-COUNT
               '  NEW PINS ' WS-NEW-PIN-COUNT
               '  PIN SMS ' WS-SMS-COUNT.
           IF WS-WITHHELD-COUNT + WS-SMS-NOT-SENT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MARKS-OVERFLOW > ZERO
               DISPLAY 'MARKS ROWS BEYOND THE 99-ROW TABLE NOT '
                   'PUBLISHED : ' WS-MARKS-OVERFLOW
               MOVE 8 TO RETURN-CODE
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
                       MOVE RUN-TERM-CODE TO WS-TERM-CODE
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-SECTION-SIGN-OFFS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SIGNOFF-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SO-TERM-CODE = WS-TERM-CODE
                               AND WS-SO-COUNT < 60
                               ADD 1 TO WS-SO-COUNT
                               SET SO-INDEX TO WS-SO-COUNT
                               MOVE SO-CLASS TO
                                   WS-SO-CLASS (SO-INDEX)
                               MOVE SO-SECTION TO
                                   WS-SO-SECTION (SO-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF.

      * TERMRSLT leaves one official row per student for the term; an
      * interim row logged since is superseded by it only when
      * TERMRSLT is run again, so the last row on file stands.
       LOAD-TERM-RESULTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-LOG.
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TERM-LOG
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF LOG-TERM-NO = WS-TERM-CODE
                               AND LOG-STU-NO > ZERO
                               ADD 1 TO WS-TERM-LOG-ROWS
                               SET TR-INDEX TO LOG-STU-NO
                               MOVE 'Y' TO WS-TR-SEEN (TR-INDEX)
                               MOVE LOG-PERCENT TO
                                   WS-TR-PERCENT (TR-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-LOG
           END-IF.

      * TERMRSLT posts no row for a student it holds back, so the
      * roll of every signed-off section is tried as well; one with
      * no row is then withheld with its reason instead of missed.
       LOAD-SECTION-ROLLS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF STU-NO IN STUDENT-DETAILS > ZERO
                           AND (STU-ACTIVE OR STU-RESTORED)
                           PERFORM CHECK-SECTION-SIGN-OFF
                           SET TR-INDEX TO STU-NO IN STUDENT-DETAILS
                           IF SECTION-SIGNED-OFF
                               AND NOT TR-CANDIDATE (TR-INDEX)
                               MOVE 'H' TO WS-TR-SEEN (TR-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-UFM-CASES.
           PERFORM VARYING UFM-INDEX FROM 1 BY 1
               UNTIL UFM-INDEX > 99999
               MOVE 'N' TO WS-UFM-WITHHELD (UFM-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT UFM-CASE-FILE.
           IF WS-UFMCASE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ UFM-CASE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF UF-STU-NO > ZERO
                               AND UF-TERM-CODE = WS-TERM-CODE
                               AND UF-RESULT-WITHHELD
                               SET UFM-INDEX TO UF-STU-NO
                               MOVE 'Y' TO
                                   WS-UFM-WITHHELD (UFM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UFM-CASE-FILE
           END-IF.

      * A case still pending or approved holds the student back; a
      * rejected case or posted make-up marks let the result go out.
       LOAD-MAKEUP-CASES.
           PERFORM VARYING MAKEUP-INDEX FROM 1 BY 1
               UNTIL MAKEUP-INDEX > 99999
               MOVE 'N' TO WS-MAKEUP-HELD (MAKEUP-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MAKEUP-CASE-FILE.
           IF WS-MAKEUP-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MAKEUP-CASE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF MU-STU-NO > ZERO
                               AND MU-TERM-CODE = WS-TERM-CODE
                               AND MU-RESULT-HELD
                               SET MAKEUP-INDEX TO MU-STU-NO
                               MOVE 'Y' TO
                                   WS-MAKEUP-HELD (MAKEUP-INDEX)
                               SET TR-INDEX TO MU-STU-NO
                               IF NOT TR-CANDIDATE (TR-INDEX)
                                   MOVE 'H' TO WS-TR-SEEN (TR-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAKEUP-CASE-FILE
           END-IF.

       LOAD-PIN-REGISTER.
           PERFORM VARYING PIN-INDEX FROM 1 BY 1
               UNTIL PIN-INDEX > 99999
               MOVE ZERO TO WS-PIN-NUMBER (PIN-INDEX)
               MOVE SPACE TO WS-PIN-SMS (PIN-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RESULT-PIN-FILE.
           IF WS-PIN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RESULT-PIN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RI-TERM-CODE = WS-TERM-CODE
                               AND RI-STU-NO > ZERO
                               SET PIN-INDEX TO RI-STU-NO
                               MOVE RI-ACCESS-PIN TO
                                   WS-PIN-NUMBER (PIN-INDEX)
                               MOVE RI-SMS-STATUS TO
                                   WS-PIN-SMS (PIN-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-PIN-FILE
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

       PUBLISH-TERM-RESULTS.
           PERFORM VARYING TR-INDEX FROM 1 BY 1
               UNTIL TR-INDEX > 99999
               IF TR-CANDIDATE (TR-INDEX)
                   SET WS-WORK-STU-NO TO TR-INDEX
                   PERFORM PUBLISH-ONE-STUDENT
               END-IF
           END-PERFORM.

      * The gates are tried in turn and the first that withholds is
      * the reason given; the fee gate comes last so that a FEEBLOCK
      * override is never used up on a result withheld anyway.
       PUBLISH-ONE-STUDENT.
           ADD 1 TO WS-CANDIDATES.
           MOVE SPACE TO WS-WITHHOLD-REASON.
           MOVE ZERO TO WS-FEE-BALANCE.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'M' TO WS-WITHHOLD-REASON
                   MOVE SPACES TO WS-STU-NAME
                   MOVE ZERO TO WS-STU-CLASS
                   MOVE SPACE TO WS-STU-SECTION
                   MOVE ZERO TO WS-STU-PHONE
               NOT INVALID KEY
                   MOVE STU-NAME TO WS-STU-NAME
                   MOVE STU-CLASS TO WS-STU-CLASS
                   MOVE STU-SECTION TO WS-STU-SECTION
                   MOVE STU-PHONE TO WS-STU-PHONE
                   PERFORM APPLY-WITHHOLDING-GATES
           END-READ.
           IF RESULT-RELEASED
               PERFORM WRITE-PUBLISHED-STUDENT
           ELSE
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE 1 TO SW-PART
               MOVE WS-STU-CLASS TO SW-CLASS
               MOVE WS-STU-SECTION TO SW-SECTION
               MOVE WS-WORK-STU-NO TO SW-STU-NO
               MOVE WS-STU-NAME TO SW-STU-NAME
               MOVE WS-WITHHOLD-REASON TO SW-REASON
               MOVE WS-FEE-BALANCE TO SW-FEE-BALANCE
               MOVE SPACE TO SW-SMS-STATUS
               RELEASE SORT-WORK-RECORD
           END-IF.

      * STUDENT-DETAILS holds the student.
       APPLY-WITHHOLDING-GATES.
           PERFORM CHECK-SECTION-SIGN-OFF.
           SET UFM-INDEX TO WS-WORK-STU-NO.
           SET MAKEUP-INDEX TO WS-WORK-STU-NO.
           EVALUATE TRUE
               WHEN NOT (STU-ACTIVE OR STU-RESTORED)
                   MOVE 'R' TO WS-WITHHOLD-REASON
               WHEN NOT SECTION-SIGNED-OFF
                   MOVE 'N' TO WS-WITHHOLD-REASON
               WHEN WS-UFM-WITHHELD (UFM-INDEX) = 'Y'
                   MOVE 'U' TO WS-WITHHOLD-REASON
               WHEN WS-MAKEUP-HELD (MAKEUP-INDEX) = 'Y'
                   MOVE 'K' TO WS-WITHHOLD-REASON
               WHEN NOT TR-RESULT-POSTED (TR-INDEX)
                   MOVE 'X' TO WS-WITHHOLD-REASON
               WHEN OTHER
                   PERFORM CHECK-FEE-GATE
           END-EVALUATE.

      * A student already published for the term stays published on
      * a repeated run - the override that let the result out is not
      * asked for a second time.
       CHECK-FEE-GATE.
           CALL 'FEECHK' USING WS-WORK-STU-NO WS-FEE-BALANCE
               WS-FEE-RESULT.
           SET PIN-INDEX TO WS-WORK-STU-NO.
           IF FEE-BALANCE-DUE
               AND WS-PIN-NUMBER (PIN-INDEX) = ZERO
               MOVE 'N' TO WS-OVERRIDE-RESULT
               CALL 'OVERCHK' USING WS-OVERRIDE-GATE
                   WS-WORK-STU-NO WS-OVERRIDE-PROGRAM
                   WS-OVERRIDE-RESULT
               IF OVERRIDE-GRANTED
                   ADD 1 TO WS-OVERRIDE-COUNT
                   DISPLAY 'FEE WITHHOLD OVERRIDDEN - RESULT '
                       'PUBLISHED FOR STU-NO : ' WS-WORK-STU-NO
               ELSE
                   MOVE 'F' TO WS-WITHHOLD-REASON
               END-IF
           END-IF.

       CHECK-SECTION-SIGN-OFF.
           MOVE 'N' TO WS-SECTION-SIGNED.
           PERFORM VARYING SO-INDEX FROM 1 BY 1
               UNTIL SO-INDEX > WS-SO-COUNT
               IF WS-SO-CLASS (SO-INDEX) = STU-CLASS
                   AND WS-SO-SECTION (SO-INDEX) = STU-SECTION
                   MOVE 'Y' TO WS-SECTION-SIGNED
               END-IF
           END-PERFORM.

       WRITE-PUBLISHED-STUDENT.
           ADD 1 TO WS-PUBLISHED-COUNT.
           PERFORM LOAD-STUDENT-MARKS THRU LOAD-STUDENT-MARKS-EXIT.
           SET PIN-INDEX TO WS-WORK-STU-NO.
           IF WS-PIN-NUMBER (PIN-INDEX) = ZERO
               COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM
               COMPUTE WS-ACCESS-PIN =
                   (WS-RANDOM-WORK * 900000) + 100000
               MOVE WS-ACCESS-PIN TO WS-PIN-NUMBER (PIN-INDEX)
               MOVE SPACE TO WS-PIN-SMS (PIN-INDEX)
               ADD 1 TO WS-NEW-PIN-COUNT
           ELSE
               MOVE WS-PIN-NUMBER (PIN-INDEX) TO WS-ACCESS-PIN
           END-IF.
           MOVE SPACES TO RESULT-PUBLICATION-RECORD.
           SET RP-STUDENT TO TRUE.
           MOVE WS-WORK-STU-NO TO RP-STU-NO.
           MOVE WS-STU-NAME TO RP-STU-NAME.
           MOVE WS-STU-CLASS TO RP-CLASS.
           MOVE WS-STU-SECTION TO RP-SECTION.
           MOVE WS-TR-PERCENT (TR-INDEX) TO RP-TERM-PERCENT.
           MOVE WS-ACCESS-PIN TO RP-ACCESS-PIN.
           MOVE WS-MARK-COUNT TO RP-MARKS-ROWS.
           WRITE RESULT-PUBLICATION-RECORD.
           PERFORM VARYING MK-INDEX FROM 1 BY 1
               UNTIL MK-INDEX > WS-MARK-COUNT
               MOVE SPACES TO RESULT-PUBLICATION-RECORD
               SET RP-MARKS-DETAIL TO TRUE
               MOVE WS-WORK-STU-NO TO RP-STU-NO
               MOVE WS-MK-SUBJ-CODE (MK-INDEX) TO RP-SUBJ-CODE
               MOVE WS-MK-EXAM-TYPE (MK-INDEX) TO RP-EXAM-TYPE
               MOVE WS-MK-COMPONENT (MK-INDEX) TO RP-COMPONENT
               MOVE WS-MK-MARKS (MK-INDEX) TO RP-SUBJ-MARKS
               MOVE WS-MK-CREDITS (MK-INDEX) TO RP-SUBJ-CREDITS
               MOVE WS-MK-ABSENT (MK-INDEX) TO RP-ABSENT-FLAG
               WRITE RESULT-PUBLICATION-RECORD
               ADD 1 TO WS-MARKS-ROWS
               ADD WS-MK-MARKS (MK-INDEX) TO WS-MARKS-HASH
           END-PERFORM.
           IF PIN-SMS-GONE-OUT (PIN-INDEX)
               CONTINUE
           ELSE
               PERFORM SEND-PIN-SMS
               MOVE WS-SMS-RESULT TO WS-PIN-SMS (PIN-INDEX)
               MOVE WS-TERM-CODE TO RI-TERM-CODE
               MOVE WS-WORK-STU-NO TO RI-STU-NO
               MOVE WS-ACCESS-PIN TO RI-ACCESS-PIN
               MOVE WS-RUN-DATE TO RI-ISSUED-DATE
               MOVE WS-SMS-RESULT TO RI-SMS-STATUS
               WRITE RESULT-PIN-RECORD
               IF NOT RI-SMS-GONE-OUT
                   MOVE 2 TO SW-PART
                   MOVE WS-STU-CLASS TO SW-CLASS
                   MOVE WS-STU-SECTION TO SW-SECTION
                   MOVE WS-WORK-STU-NO TO SW-STU-NO
                   MOVE WS-STU-NAME TO SW-STU-NAME
                   MOVE SPACE TO SW-REASON
                   MOVE ZERO TO SW-FEE-BALANCE
                   MOVE WS-SMS-RESULT TO SW-SMS-STATUS
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      * Every row of the term - theory and practical, each exam type -
      * as it stands on MARKSDTL.IDX.
       LOAD-STUDENT-MARKS.
           MOVE ZERO TO WS-MARK-COUNT.
           IF WS-DETAIL-STATUS NOT = '00'
               GO TO LOAD-STUDENT-MARKS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-WORK-STU-NO TO DTL-STU-NO.
           MOVE WS-TERM-CODE TO DTL-TERM-CODE.
           MOVE LOW-VALUES TO DTL-SUBJ-CODE.
           MOVE LOW-VALUES TO DTL-EXAM-TYPE.
           MOVE LOW-VALUES TO DTL-COMPONENT.
           START MARKS-DETAIL-FILE KEY NOT < DTL-KEY
               INVALID KEY
                   SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ MARKS-DETAIL-FILE NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF DTL-STU-NO NOT = WS-WORK-STU-NO
                           OR DTL-TERM-CODE NOT = WS-TERM-CODE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           IF WS-MARK-COUNT < 99
                               ADD 1 TO WS-MARK-COUNT
                               SET MK-INDEX TO WS-MARK-COUNT
                               MOVE DTL-SUBJ-CODE TO
                                   WS-MK-SUBJ-CODE (MK-INDEX)
                               MOVE DTL-EXAM-TYPE TO
                                   WS-MK-EXAM-TYPE (MK-INDEX)
                               MOVE DTL-COMPONENT TO
                                   WS-MK-COMPONENT (MK-INDEX)
                               MOVE DTL-SUBJ-MARKS TO
                                   WS-MK-MARKS (MK-INDEX)
                               MOVE DTL-SUBJ-CREDITS TO
                                   WS-MK-CREDITS (MK-INDEX)
                               MOVE DTL-ABSENT-FLAG TO
                                   WS-MK-ABSENT (MK-INDEX)
                           ELSE
                               ADD 1 TO WS-MARKS-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-STUDENT-MARKS-EXIT.
           EXIT.

      * Leaves S sent, H held over the quota, O opted out or N no
      * phone in WS-SMS-RESULT.
       SEND-PIN-SMS.
           SET GRD-INDEX TO WS-WORK-STU-NO.
           IF WS-GRD-PRIMARY (GRD-INDEX) > ZERO
               MOVE WS-GRD-PRIMARY (GRD-INDEX) TO WS-CHECK-PHONE
           ELSE
               MOVE WS-STU-PHONE TO WS-CHECK-PHONE
           END-IF.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN OPT-OUT-TABLE-FULL
                   MOVE 'O' TO WS-SMS-RESULT
                   ADD 1 TO WS-SMS-NOT-SENT
               WHEN WS-CHECK-PHONE = ZERO
                   MOVE 'N' TO WS-SMS-RESULT
                   ADD 1 TO WS-SMS-NOT-SENT
               WHEN PHONE-OPTED-OUT
                   MOVE 'O' TO WS-SMS-RESULT
                   ADD 1 TO WS-SMS-NOT-SENT
               WHEN OTHER
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE WS-WORK-STU-NO TO SMS-STU-NO
                   MOVE 'TERM RESULTS PUBLISHED' TO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE 'RSLT' TO SQ-MSG-TYPE
                   MOVE WS-WORK-STU-NO TO SQ-STU-NO
                   MOVE WS-STU-NAME TO SQ-STU-NAME
                   STRING WS-STU-CLASS '/' WS-STU-SECTION
                       DELIMITED BY SIZE INTO SQ-CLASS
                   MOVE WS-RUN-DATE TO SQ-DATE
                   STRING 'TERM ' WS-TERM-CODE ' RESULTS PIN '
                       WS-ACCESS-PIN
                       DELIMITED BY SIZE INTO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'RSLTPUB' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       MOVE 'S' TO WS-SMS-RESULT
                       ADD 1 TO WS-SMS-COUNT
                   ELSE
                       MOVE 'H' TO WS-SMS-RESULT
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

       WRITE-PUBLICATION-HEADER.
           MOVE SPACES TO RESULT-PUBLICATION-RECORD.
           SET RP-HEADER TO TRUE.
           MOVE ZERO TO RP-STU-NO.
           MOVE WS-TERM-CODE TO RP-TERM-CODE.
           MOVE WS-RUN-DATE TO RP-PUBLISH-DATE.
           MOVE SP-ACADEMIC-YEAR TO RP-ACADEMIC-YEAR.
           MOVE SP-BRANCH-CODE TO RP-BRANCH-CODE.
           WRITE RESULT-PUBLICATION-RECORD.

       WRITE-PUBLICATION-TRAILER.
           MOVE SPACES TO RESULT-PUBLICATION-RECORD.
           SET RP-TRAILER TO TRUE.
           MOVE ZERO TO RP-STU-NO.
           MOVE WS-PUBLISHED-COUNT TO RP-TR-STUDENTS.
           MOVE WS-MARKS-ROWS TO RP-TR-MARKS-ROWS.
           MOVE WS-WITHHELD-COUNT TO RP-TR-WITHHELD.
           MOVE WS-MARKS-HASH TO RP-TR-MARKS-HASH.
           WRITE RESULT-PUBLICATION-RECORD.

       PRINT-WITHHELD-LIST.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF SW-PART NOT = WS-PREV-PART
                           PERFORM WRITE-PART-HEADING
                       END-IF
                       ADD 1 TO WS-PART-COUNT
                       IF SW-PART = 1
                           PERFORM WRITE-WITHHELD-STUDENT
                       ELSE
                           PERFORM WRITE-UNSENT-PIN
                       END-IF
               END-RETURN
           END-PERFORM.

       WRITE-PART-HEADING.
           MOVE SW-PART TO WS-PREV-PART.
           MOVE ZERO TO WS-PART-COUNT.
           MOVE SPACES TO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           IF SW-PART = 1
               MOVE '*** RESULTS WITHHELD - NOT PUBLISHED'
                   TO WITHHELD-LINE
               WRITE WITHHELD-LINE
               MOVE 'STU-NO NAME            CLASS REASON' TO
                   WITHHELD-LINE
           ELSE
               MOVE '*** PUBLISHED - PIN NOT SENT, HAND TO GUARDIAN'
                   TO WITHHELD-LINE
               WRITE WITHHELD-LINE
               MOVE 'STU-NO NAME            CLASS SMS' TO
                   WITHHELD-LINE
           END-IF.
           WRITE WITHHELD-LINE.
           MOVE ALL '-' TO WITHHELD-LINE.
           WRITE WITHHELD-LINE.

       WRITE-WITHHELD-STUDENT.
           EVALUATE SW-REASON
               WHEN 'M'
                   MOVE 'NOT ON STUDENT MASTER' TO WS-REASON-TEXT
               WHEN 'R'
                   MOVE 'NOT ON ROLL' TO WS-REASON-TEXT
               WHEN 'N'
                   MOVE 'SECTION NOT SIGNED OFF' TO WS-REASON-TEXT
               WHEN 'U'
                   MOVE 'UNFAIR-MEANS CASE' TO WS-REASON-TEXT
               WHEN 'K'
                   MOVE 'MAKE-UP EXAM PENDING' TO WS-REASON-TEXT
               WHEN 'X'
                   MOVE 'NO TERM RESULT POSTED' TO WS-REASON-TEXT
               WHEN 'F'
                   MOVE SW-FEE-BALANCE TO WS-RPT-BALANCE
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING 'FEES DUE ' WS-RPT-BALANCE
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
           END-EVALUATE.
           MOVE SPACES TO WITHHELD-LINE.
           STRING SW-STU-NO '  ' SW-STU-NAME ' ' SW-CLASS '-'
               SW-SECTION '  ' WS-REASON-TEXT
               DELIMITED BY SIZE INTO WITHHELD-LINE.
           WRITE WITHHELD-LINE.

       WRITE-UNSENT-PIN.
           IF SW-SMS-STATUS = 'N'
               MOVE 'NO PHONE ON FILE' TO WS-SMS-TEXT
           ELSE
               MOVE 'GUARDIAN OPTED OUT' TO WS-SMS-TEXT
           END-IF.
           MOVE SPACES TO WITHHELD-LINE.
           STRING SW-STU-NO '  ' SW-STU-NAME ' ' SW-CLASS '-'
               SW-SECTION '  ' WS-SMS-TEXT
               DELIMITED BY SIZE INTO WITHHELD-LINE.
           WRITE WITHHELD-LINE.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           MOVE SPACES TO WITHHELD-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           MOVE SPACES TO WITHHELD-LINE.
           STRING '      ONLINE RESULTS PUBLICATION - TERM '
               WS-TERM-CODE ' ' SP-ACADEMIC-YEAR
               DELIMITED BY SIZE INTO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           MOVE SPACES TO WITHHELD-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE
               '   SECTIONS SIGNED OFF : ' WS-SO-COUNT
               DELIMITED BY SIZE INTO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           MOVE ALL '=' TO WITHHELD-LINE.
           WRITE WITHHELD-LINE.

       WRITE-REPORT-FOOTING.
           IF WS-WITHHELD-COUNT = ZERO
               MOVE SPACES TO WITHHELD-LINE
               WRITE WITHHELD-LINE
               MOVE 'NO RESULT WITHHELD' TO WITHHELD-LINE
               WRITE WITHHELD-LINE
           END-IF.
           MOVE ALL '=' TO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           MOVE SPACES TO WITHHELD-LINE.
           STRING 'RESULTS ON TERMLOG ' WS-CANDIDATES
               '  PUBLISHED ' WS-PUBLISHED-COUNT
               '  WITHHELD ' WS-WITHHELD-COUNT
               DELIMITED BY SIZE INTO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           MOVE SPACES TO WITHHELD-LINE.
           STRING 'FEE OVERRIDES USED ' WS-OVERRIDE-COUNT
               '  NEW PINS ' WS-NEW-PIN-COUNT
               '  MARKS ROWS ' WS-MARKS-ROWS
               DELIMITED BY SIZE INTO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           MOVE SPACES TO WITHHELD-LINE.
           STRING 'PIN SMS SENT ' WS-SMS-COUNT
               '  HELD ' WS-SMS-HELD
               '  NOT SENT ' WS-SMS-NOT-SENT
               DELIMITED BY SIZE INTO WITHHELD-LINE.
           WRITE WITHHELD-LINE.
           MOVE ALL '=' TO WITHHELD-LINE.
           WRITE WITHHELD-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'RSLTPUB '        TO RL-PROGRAM-ID.
           MOVE WS-TERM-CODE      TO RL-TERM-CODE.
           MOVE WS-RUN-DATE       TO RL-RUN-DATE.
           MOVE WS-START-TIME     TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-CANDIDATES     TO RL-RECORDS-READ.
           MOVE WS-PUBLISHED-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-WITHHELD-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE       TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM RSLTPUB.
