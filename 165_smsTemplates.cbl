      ******************************************************************
      * Author:
      * Date:
      * Purpose: SMS template desk. Maintains SMSTMPL.DAT, the one
      *          place the wording of every SMS sent through SMS.FEED
      *          is kept - one template per message type and language
      *          code, with <NAME> <CLASS> <AMOUNT> <DATE> <SCHOOL>
      *          and <DETAIL> tokens that the SMSTEXT routine fills
      *          in for each message. Adding or changing a template
      *          needs a level-2 supervisor; each change is stamped
      *          with the operator and date and the filled-in sample
      *          is shown before it is saved. The preview report
      *          SMSTMPL.RPT prints every template filled in with
      *          sample data (longest name and detail text) and flags
      *          any message over the 160-character gateway limit,
      *          and any message type a sending program uses that has
      *          no 'EN' template. Sign-on is through OPSIGNON.
      *          Message types in use:
      *            ABSX absent in exam          (SMSFEED)
      *            FAIL failed a subject        (SMSFEED)
      *            LATT low attendance          (SMSFEED)
      *            FEEN final fee notice        (FEEDUN)
      *            PROB academic probation      (PROBATN)
      *            PTMI parent-teacher meeting  (PTMDESK)
      *            GATE early release gate pass (GATEPASS)
      *            BRDX boarding exception      (BRDRECON)
      *            DOCS admission documents     (PENDDOCS)
      *            LABS long absence            (LONGABS)
      *            HWRK homework defaulter      (HWKDEFLT)
      *            GRVA grievance logged        (GRVDESK)
      *            GRVC grievance closed        (GRVDESK)
      *            RSLT results access PIN      (RSLTPUB)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SMSTMPL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SMS-TEMPLATE-FILE ASSIGN TO "SMSTMPL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT TEMPLATE-PREVIEW-REPORT ASSIGN TO "SMSTMPL.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SMS-TEMPLATE-FILE.
           COPY SMSTMPLR.

       FD  TEMPLATE-PREVIEW-REPORT.
       01 TEMPLATE-PREVIEW-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
           COPY SMSTXTR.
       01 WS-TEMPLATE-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 4.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'SMSTMPL '.
       01 WS-TODAY           PIC 9(08).
       01 WS-TMPL-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-TMPL-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 TMPL-TABLE-FULL  VALUE 'Y'.
       01 WS-TMPL-TABLE.
           05 WS-TMPL-LINE OCCURS 200 TIMES INDEXED BY TM-INDEX
               PIC X(202).
       01 WS-WORK-KEY.
           05 WS-WORK-MSG-TYPE   PIC X(04).
           05 WS-WORK-LANGUAGE   PIC X(02).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-CONFIRM         PIC X(01).
           88 CHANGE-CONFIRMED VALUE 'Y'.
       01 WS-NEW-DESCRIPTION PIC X(20).
       01 WS-NEW-TEXT        PIC X(160).
       01 WS-LISTED-COUNT    PIC 9(03) VALUE ZERO.
       01 WS-OVER-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-MISSING-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-RESULT-TEXT     PIC X(30).
      * Message types the sending programs use - each should have at
      * least an 'EN' template or the program's own detail text is
      * all the guardian receives.
       01 WS-KNOWN-TYPE-VALUES.
           05 FILLER PIC X(04) VALUE 'ABSX'.
           05 FILLER PIC X(04) VALUE 'FAIL'.
           05 FILLER PIC X(04) VALUE 'LATT'.
           05 FILLER PIC X(04) VALUE 'FEEN'.
           05 FILLER PIC X(04) VALUE 'PROB'.
           05 FILLER PIC X(04) VALUE 'PTMI'.
           05 FILLER PIC X(04) VALUE 'GATE'.
           05 FILLER PIC X(04) VALUE 'BRDX'.
           05 FILLER PIC X(04) VALUE 'DOCS'.
           05 FILLER PIC X(04) VALUE 'LABS'.
           05 FILLER PIC X(04) VALUE 'HWRK'.
           05 FILLER PIC X(04) VALUE 'GRVA'.
           05 FILLER PIC X(04) VALUE 'GRVC'.
           05 FILLER PIC X(04) VALUE 'RSLT'.
       01 WS-KNOWN-TYPES REDEFINES WS-KNOWN-TYPE-VALUES.
           05 WS-KNOWN-TYPE OCCURS 14 TIMES INDEXED BY KT-INDEX
               PIC X(04).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-TEMPLATE-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD OR CHANGE A TEMPLATE (SUPERVISOR)'
               DISPLAY '2. LIST TEMPLATES'
               DISPLAY '3. PRINT TEMPLATE PREVIEW REPORT'
               DISPLAY '4. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM MAINTAIN-TEMPLATE
                               THRU MAINTAIN-TEMPLATE-EXIT
                       ELSE
                           DISPLAY 'TEMPLATE CHANGES REQUIRE '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 2
                       PERFORM LIST-TEMPLATES
                   WHEN 3
                       PERFORM PRINT-PREVIEW-REPORT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TEMPLATE-TABLE.
           MOVE ZERO TO WS-TMPL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-TEMPLATE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TMPL-COUNT < 200
                               ADD 1 TO WS-TMPL-COUNT
                               SET TM-INDEX TO WS-TMPL-COUNT
                               MOVE SMS-TEMPLATE-RECORD TO
                                   WS-TMPL-LINE (TM-INDEX)
                           ELSE
                               SET TMPL-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-TEMPLATE-FILE
           END-IF.
           IF TMPL-TABLE-FULL
               DISPLAY 'SMSTMPL.DAT EXCEEDS THE 200-TEMPLATE TABLE - '
                   'CHANGES ARE BLOCKED'
           END-IF.

      * A partly loaded template file is never written back. SMSTEXT
      * is cancelled so the next fill reads the file as saved.
       REWRITE-TEMPLATE-FILE.
           OPEN OUTPUT SMS-TEMPLATE-FILE.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TMPL-COUNT
               MOVE WS-TMPL-LINE (TM-INDEX) TO SMS-TEMPLATE-RECORD
               WRITE SMS-TEMPLATE-RECORD
           END-PERFORM.
           CLOSE SMS-TEMPLATE-FILE.
           CANCEL 'SMSTEXT'.

       FIND-TEMPLATE-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TMPL-COUNT OR ENTRY-FOUND
               MOVE WS-TMPL-LINE (TM-INDEX) TO SMS-TEMPLATE-RECORD
               IF SMT-KEY = WS-WORK-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET TM-INDEX DOWN BY 1
           END-IF.

       MAINTAIN-TEMPLATE.
           IF TMPL-TABLE-FULL
               DISPLAY 'TEMPLATE FILE NOT FULLY LOADED, NOTHING CAN '
                   'BE CHANGED'
               GO TO MAINTAIN-TEMPLATE-EXIT
           END-IF.
           DISPLAY 'ENTER MESSAGE TYPE (4 CHARACTERS) : '.
           ACCEPT WS-WORK-MSG-TYPE.
           IF WS-WORK-MSG-TYPE = SPACES
               DISPLAY 'NO MESSAGE TYPE KEYED'
               GO TO MAINTAIN-TEMPLATE-EXIT
           END-IF.
           DISPLAY 'ENTER LANGUAGE CODE (SPACE = EN) : '.
           ACCEPT WS-WORK-LANGUAGE.
           IF WS-WORK-LANGUAGE = SPACES
               MOVE 'EN' TO WS-WORK-LANGUAGE
           END-IF.
           PERFORM FIND-TEMPLATE-ENTRY.
           IF ENTRY-FOUND
               DISPLAY 'CURRENT : ' SMT-DESCRIPTION ' CHANGED BY '
                   SMT-UPDATED-BY ' ON ' SMT-UPDATED-DATE
               DISPLAY SMT-TEXT
           ELSE
               IF WS-TMPL-COUNT >= 200
                   DISPLAY 'TEMPLATE FILE FULL, NOT ADDED'
                   GO TO MAINTAIN-TEMPLATE-EXIT
               END-IF
               DISPLAY 'NEW TEMPLATE ' WS-WORK-MSG-TYPE ' '
                   WS-WORK-LANGUAGE
               MOVE SPACES TO SMS-TEMPLATE-RECORD
           END-IF.
           DISPLAY 'ENTER DESCRIPTION (SPACE = UNCHANGED) : '.
           MOVE SPACES TO WS-NEW-DESCRIPTION.
           ACCEPT WS-NEW-DESCRIPTION.
           DISPLAY 'ENTER TEXT (UP TO 160 CHARACTERS, TOKENS <NAME> '
               '<CLASS> <AMOUNT> <DATE> <SCHOOL> <DETAIL>) : '.
           MOVE SPACES TO WS-NEW-TEXT.
           ACCEPT WS-NEW-TEXT.
           IF WS-NEW-TEXT = SPACES
               DISPLAY 'NO TEXT KEYED, TEMPLATE NOT CHANGED'
               GO TO MAINTAIN-TEMPLATE-EXIT
           END-IF.
           MOVE WS-WORK-KEY TO SMT-KEY.
           IF WS-NEW-DESCRIPTION NOT = SPACES
               MOVE WS-NEW-DESCRIPTION TO SMT-DESCRIPTION
           END-IF.
           MOVE WS-NEW-TEXT TO SMT-TEXT.
           MOVE WS-OPERATOR-ID TO SMT-UPDATED-BY.
           MOVE WS-TODAY TO SMT-UPDATED-DATE.
           DISPLAY 'SAVE THIS TEMPLATE (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF NOT CHANGE-CONFIRMED
               DISPLAY 'TEMPLATE NOT CHANGED'
               GO TO MAINTAIN-TEMPLATE-EXIT
           END-IF.
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-TMPL-COUNT
               SET TM-INDEX TO WS-TMPL-COUNT
           END-IF.
           MOVE SMS-TEMPLATE-RECORD TO WS-TMPL-LINE (TM-INDEX).
           PERFORM REWRITE-TEMPLATE-FILE.
           PERFORM FILL-SAMPLE-MESSAGE.
           DISPLAY 'TEMPLATE ' SMT-MSG-TYPE ' ' SMT-LANGUAGE
               ' SAVED - SAMPLE MESSAGE, ' SQ-TEXT-LENGTH
               ' CHARACTERS :'.
           DISPLAY SQ-TEXT.
           IF SQ-OVER-LIMIT
               DISPLAY '*** OVER THE 160-CHARACTER GATEWAY LIMIT - '
                   'LONG MESSAGES WILL BE CUT ***'
           END-IF.
       MAINTAIN-TEMPLATE-EXIT.
           EXIT.

      * Sample data is as long as the real values can be, so the
      * length shown is the longest the message will run.
       FILL-SAMPLE-MESSAGE.
           INITIALIZE SMS-TEXT-REQUEST.
           MOVE SMT-MSG-TYPE TO SQ-MSG-TYPE.
           MOVE SMT-LANGUAGE TO SQ-LANGUAGE.
           MOVE 'ABHIMANYU REDDY' TO SQ-STU-NAME.
           MOVE '12/B' TO SQ-CLASS.
           MOVE 125000 TO SQ-AMOUNT.
           MOVE WS-TODAY TO SQ-DATE.
           MOVE 'SAMPLE DETAIL TEXT OF 30 CHARS' TO SQ-DETAIL.
           CALL 'SMSTEXT' USING SMS-TEXT-REQUEST.

       LIST-TEMPLATES.
           DISPLAY 'TYPE LANG DESCRIPTION          CHANGED BY / ON'.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TMPL-COUNT
               MOVE WS-TMPL-LINE (TM-INDEX) TO SMS-TEMPLATE-RECORD
               DISPLAY SMT-MSG-TYPE ' ' SMT-LANGUAGE '   '
                   SMT-DESCRIPTION ' ' SMT-UPDATED-BY ' '
                   SMT-UPDATED-DATE
               DISPLAY '    ' SMT-TEXT
           END-PERFORM.
           DISPLAY WS-TMPL-COUNT ' TEMPLATE(S) ON FILE'.

       PRINT-PREVIEW-REPORT.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE ZERO TO WS-OVER-COUNT.
           MOVE ZERO TO WS-MISSING-COUNT.
           OPEN OUTPUT TEMPLATE-PREVIEW-REPORT.
           MOVE ALL '=' TO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           MOVE SPACES TO TEMPLATE-PREVIEW-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           MOVE '               SMS TEMPLATE PREVIEW' TO
               TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           MOVE SPACES TO TEMPLATE-PREVIEW-LINE.
           STRING 'PRINTED : ' WS-TODAY
               '   GATEWAY LIMIT : 160 CHARACTERS'
               DELIMITED BY SIZE INTO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           MOVE 'SAMPLE : ABHIMANYU REDDY 12/B 125000.00 TODAY, 30-CHAR'
               TO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           MOVE ALL '-' TO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TMPL-COUNT
               MOVE WS-TMPL-LINE (TM-INDEX) TO SMS-TEMPLATE-RECORD
               PERFORM WRITE-ONE-PREVIEW
           END-PERFORM.
           MOVE ALL '-' TO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           PERFORM VARYING KT-INDEX FROM 1 BY 1 UNTIL KT-INDEX > 14
               PERFORM CHECK-ONE-KNOWN-TYPE
           END-PERFORM.
           MOVE SPACES TO TEMPLATE-PREVIEW-LINE.
           STRING 'TEMPLATES : ' WS-LISTED-COUNT
               '   OVER LIMIT : ' WS-OVER-COUNT
               '   TYPES WITHOUT EN : ' WS-MISSING-COUNT
               DELIMITED BY SIZE INTO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           MOVE ALL '=' TO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           CLOSE TEMPLATE-PREVIEW-REPORT.
           DISPLAY 'TEMPLATE PREVIEW PRINTED, TEMPLATES : '
               WS-LISTED-COUNT ' OVER LIMIT : ' WS-OVER-COUNT.

       WRITE-ONE-PREVIEW.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM FILL-SAMPLE-MESSAGE.
           IF SQ-OVER-LIMIT
               ADD 1 TO WS-OVER-COUNT
               MOVE '*** OVER LIMIT - WILL BE CUT' TO WS-RESULT-TEXT
           ELSE
               MOVE SPACES TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO TEMPLATE-PREVIEW-LINE.
           STRING SMT-MSG-TYPE ' ' SMT-LANGUAGE ' ' SMT-DESCRIPTION
               ' LEN ' SQ-TEXT-LENGTH ' ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           MOVE SPACES TO TEMPLATE-PREVIEW-LINE.
           STRING '      ' SQ-TEXT (1:60)
               DELIMITED BY SIZE INTO TEMPLATE-PREVIEW-LINE.
           WRITE TEMPLATE-PREVIEW-LINE.
           IF SQ-TEXT (61:100) NOT = SPACES
               MOVE SPACES TO TEMPLATE-PREVIEW-LINE
               STRING '      ' SQ-TEXT (61:60)
                   DELIMITED BY SIZE INTO TEMPLATE-PREVIEW-LINE
               WRITE TEMPLATE-PREVIEW-LINE
           END-IF.
           IF SQ-TEXT (121:40) NOT = SPACES
               MOVE SPACES TO TEMPLATE-PREVIEW-LINE
               STRING '      ' SQ-TEXT (121:40)
                   DELIMITED BY SIZE INTO TEMPLATE-PREVIEW-LINE
               WRITE TEMPLATE-PREVIEW-LINE
           END-IF.

       CHECK-ONE-KNOWN-TYPE.
           MOVE WS-KNOWN-TYPE (KT-INDEX) TO WS-WORK-MSG-TYPE.
           MOVE 'EN' TO WS-WORK-LANGUAGE.
           PERFORM FIND-TEMPLATE-ENTRY.
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO TEMPLATE-PREVIEW-LINE
               STRING WS-WORK-MSG-TYPE ' HAS NO EN TEMPLATE - THE '
                   'SENDING PROGRAM''S OWN TEXT IS SENT'
                   DELIMITED BY SIZE INTO TEMPLATE-PREVIEW-LINE
               WRITE TEMPLATE-PREVIEW-LINE
           END-IF.
      ** add other procedures here
       END PROGRAM SMSTMPL.
