      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared SMS wording routine. Every program that
      *          writes SMS.FEED passes its message type, the student
      *          and its substitution values in the SMSTXTR area and
      *          gets back the text for SMS-TEXT, taken from the
      *          SMSTMPL.DAT template for that message type in the
      *          student's language (SMSLANG.DAT, 'EN' when none is
      *          recorded, and the 'EN' template when the language
      *          has none). The <NAME> <CLASS> <AMOUNT> <DATE>
      *          <SCHOOL> and <DETAIL> tokens are filled in, the
      *          school name from the SCHPROF profile and a missing
      *          name or class from the student master. A message
      *          type with no template at all sends the caller's
      *          detail text as before. Text over the 160-character
      *          gateway limit is cut at 160 and flagged. The
      *          template, language and profile files are read once
      *          per run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SMSTEXT.
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
           SELECT SMS-LANGUAGE-FILE ASSIGN TO "SMSLANG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               FILE STATUS IS WS-MASTER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
       FILE SECTION.
      *-----------------------
       FD  SMS-TEMPLATE-FILE.
           COPY SMSTMPLR.

       FD  SMS-LANGUAGE-FILE.
       01 SMS-LANGUAGE-RECORD.
           05 SL-STU-NO          PIC 9(05).
           05 SL-LANGUAGE        PIC X(02).

       FD  STUDENT-MASTER.
           COPY STDRECD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-TEMPLATE-STATUS PIC X(02) VALUE '00'.
       01 WS-LANGUAGE-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-LOADED-FLAG     PIC X(01) VALUE 'N'.
           88 FILES-LOADED     VALUE 'Y'.
       01 WS-MASTER-FLAG     PIC X(01) VALUE 'N'.
           88 MASTER-OPEN      VALUE 'Y'.
           88 MASTER-MISSING   VALUE 'X'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-FILE      VALUE 'Y'.
           COPY SCHPROFR.

       01 WS-TEMPLATE-TABLE.
           05 WS-TM-COUNT        PIC 9(03) VALUE ZERO.
           05 WS-TM-ENTRY OCCURS 200 TIMES INDEXED BY TM-INDEX.
               10 WS-TM-KEY          PIC X(06).
               10 WS-TM-TEXT         PIC X(160).
       01 WS-STUDENT-LANGUAGES.
           05 WS-STU-LANGUAGE OCCURS 99999 TIMES
                   INDEXED BY SL-INDEX
                                   PIC X(02).

       01 WS-WANTED-KEY.
           05 WS-WANTED-TYPE     PIC X(04).
           05 WS-WANTED-LANGUAGE PIC X(02).
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88 TEMPLATE-FOUND   VALUE 'Y'.
       01 WS-FOUND-TEXT      PIC X(168).
       01 WS-TEMPLATE-LENGTH PIC 9(03) VALUE ZERO.
       01 WS-IN-POS          PIC 9(03) VALUE ZERO.
       01 WS-OUT-POS         PIC 9(03) VALUE ZERO.
       01 WS-BUILD           PIC X(300).
       01 WS-TOKEN-VALUE     PIC X(30).
       01 WS-TOKEN-LENGTH    PIC 9(02) VALUE ZERO.
       01 WS-LEAD-SPACES     PIC 9(02) VALUE ZERO.

       01 WS-NAME-TEXT       PIC X(15).
       01 WS-CLASS-TEXT      PIC X(05).
       01 WS-AMOUNT-EDIT     PIC Z(6)9.99.
       01 WS-AMOUNT-TEXT     PIC X(10).
       01 WS-DATE-WORK       PIC 9(08).
       01 WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY       PIC X(04).
           05 WS-DATE-MM         PIC X(02).
           05 WS-DATE-DD         PIC X(02).
       01 WS-DATE-TEXT       PIC X(10).
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
      *-----------------------
       PROCEDURE DIVISION USING SMS-TEXT-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           IF NOT FILES-LOADED
               PERFORM LOAD-TEMPLATES
               PERFORM LOAD-STUDENT-LANGUAGES
               CALL 'SCHPROF' USING SCHOOL-PROFILE
               SET FILES-LOADED TO TRUE
           END-IF.
           MOVE SPACES TO SQ-TEXT.
           MOVE ZERO TO SQ-TEXT-LENGTH.
           PERFORM RESOLVE-LANGUAGE.
           PERFORM FIND-TEMPLATE.
           IF NOT TEMPLATE-FOUND
               SET SQ-NO-TEMPLATE TO TRUE
               MOVE SQ-DETAIL TO SQ-TEXT
               MOVE SQ-DETAIL TO WS-TOKEN-VALUE
               PERFORM MEASURE-TOKEN-VALUE
               MOVE WS-TOKEN-LENGTH TO SQ-TEXT-LENGTH
               GOBACK
           END-IF.
           PERFORM PREPARE-TOKEN-VALUES.
           PERFORM FILL-TEMPLATE.
           GOBACK.

       LOAD-TEMPLATES.
           MOVE ZERO TO WS-TM-COUNT.
           OPEN INPUT SMS-TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ SMS-TEMPLATE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-TM-COUNT < 200
                               ADD 1 TO WS-TM-COUNT
                               MOVE SMT-KEY TO
                                   WS-TM-KEY (WS-TM-COUNT)
                               MOVE SMT-TEXT TO
                                   WS-TM-TEXT (WS-TM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-TEMPLATE-FILE
           END-IF.

       LOAD-STUDENT-LANGUAGES.
           MOVE SPACES TO WS-STUDENT-LANGUAGES.
           OPEN INPUT SMS-LANGUAGE-FILE.
           IF WS-LANGUAGE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ SMS-LANGUAGE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SL-STU-NO IS NUMERIC
                               AND SL-STU-NO > ZERO
                               SET SL-INDEX TO SL-STU-NO
                               MOVE SL-LANGUAGE TO
                                   WS-STU-LANGUAGE (SL-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-LANGUAGE-FILE
           END-IF.

       RESOLVE-LANGUAGE.
           IF SQ-LANGUAGE = SPACES
               IF SQ-STU-NO IS NUMERIC AND SQ-STU-NO > ZERO
                   SET SL-INDEX TO SQ-STU-NO
                   MOVE WS-STU-LANGUAGE (SL-INDEX) TO SQ-LANGUAGE
               END-IF
           END-IF.
           IF SQ-LANGUAGE = SPACES
               MOVE 'EN' TO SQ-LANGUAGE
           END-IF.

      * The student's own language first, then the 'EN' wording.
       FIND-TEMPLATE.
           MOVE SQ-MSG-TYPE TO WS-WANTED-TYPE.
           MOVE SQ-LANGUAGE TO WS-WANTED-LANGUAGE.
           PERFORM SEARCH-TEMPLATE-TABLE.
           IF NOT TEMPLATE-FOUND AND SQ-LANGUAGE NOT = 'EN'
               MOVE 'EN' TO WS-WANTED-LANGUAGE
               PERFORM SEARCH-TEMPLATE-TABLE
               IF TEMPLATE-FOUND
                   MOVE 'EN' TO SQ-LANGUAGE
               END-IF
           END-IF.

       SEARCH-TEMPLATE-TABLE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
                   UNTIL TM-INDEX > WS-TM-COUNT OR TEMPLATE-FOUND
               IF WS-TM-KEY (TM-INDEX) = WS-WANTED-KEY
                   SET TEMPLATE-FOUND TO TRUE
                   MOVE WS-TM-TEXT (TM-INDEX) TO WS-FOUND-TEXT
               END-IF
           END-PERFORM.

       PREPARE-TOKEN-VALUES.
           MOVE SQ-STU-NAME TO WS-NAME-TEXT.
           MOVE SQ-CLASS TO WS-CLASS-TEXT.
           IF (WS-NAME-TEXT = SPACES OR WS-CLASS-TEXT = SPACES)
               AND SQ-STU-NO IS NUMERIC AND SQ-STU-NO > ZERO
               PERFORM READ-STUDENT-FOR-TOKENS
           END-IF.
           MOVE SPACES TO WS-AMOUNT-TEXT.
           IF SQ-AMOUNT IS NUMERIC
               MOVE SQ-AMOUNT TO WS-AMOUNT-EDIT
               MOVE ZERO TO WS-LEAD-SPACES
               INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES
               MOVE WS-AMOUNT-EDIT (WS-LEAD-SPACES + 1:) TO
                   WS-AMOUNT-TEXT
           END-IF.
           IF SQ-DATE IS NUMERIC AND SQ-DATE > ZERO
               MOVE SQ-DATE TO WS-DATE-WORK
           ELSE
               ACCEPT WS-DATE-WORK FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO WS-DATE-TEXT.
           STRING WS-DATE-DD '-' WS-DATE-MM '-' WS-DATE-YYYY
               DELIMITED BY SIZE INTO WS-DATE-TEXT.

      * The master is opened on the first lookup and left open for
      * the rest of the run; a run without one fills blanks.
       READ-STUDENT-FOR-TOKENS.
           IF NOT MASTER-OPEN AND NOT MASTER-MISSING
               OPEN INPUT STUDENT-MASTER
               IF WS-MASTER-STATUS = '00'
                   SET MASTER-OPEN TO TRUE
               ELSE
                   SET MASTER-MISSING TO TRUE
               END-IF
           END-IF.
           IF MASTER-OPEN
               MOVE SQ-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-NAME-TEXT = SPACES
                           MOVE STU-NAME TO WS-NAME-TEXT
                       END-IF
                       IF WS-CLASS-TEXT = SPACES
                           STRING STU-CLASS '/' STU-SECTION
                               DELIMITED BY SIZE INTO WS-CLASS-TEXT
                       END-IF
               END-READ
           END-IF.

      * Copies the template into WS-BUILD a character at a time,
      * replacing each token with its value less trailing spaces.
       FILL-TEMPLATE.
           MOVE SPACES TO WS-BUILD.
           MOVE 1 TO WS-OUT-POS.
           MOVE 160 TO WS-TEMPLATE-LENGTH.
           PERFORM UNTIL WS-TEMPLATE-LENGTH = ZERO
                   OR WS-FOUND-TEXT (WS-TEMPLATE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEMPLATE-LENGTH
           END-PERFORM.
           MOVE 1 TO WS-IN-POS.
           PERFORM UNTIL WS-IN-POS > WS-TEMPLATE-LENGTH
               EVALUATE TRUE
                   WHEN WS-FOUND-TEXT (WS-IN-POS:6) = '<NAME>'
                       MOVE WS-NAME-TEXT TO WS-TOKEN-VALUE
                       PERFORM APPEND-TOKEN-VALUE
                       ADD 6 TO WS-IN-POS
                   WHEN WS-FOUND-TEXT (WS-IN-POS:7) = '<CLASS>'
                       MOVE WS-CLASS-TEXT TO WS-TOKEN-VALUE
                       PERFORM APPEND-TOKEN-VALUE
                       ADD 7 TO WS-IN-POS
                   WHEN WS-FOUND-TEXT (WS-IN-POS:8) = '<AMOUNT>'
                       MOVE WS-AMOUNT-TEXT TO WS-TOKEN-VALUE
                       PERFORM APPEND-TOKEN-VALUE
                       ADD 8 TO WS-IN-POS
                   WHEN WS-FOUND-TEXT (WS-IN-POS:6) = '<DATE>'
                       MOVE WS-DATE-TEXT TO WS-TOKEN-VALUE
                       PERFORM APPEND-TOKEN-VALUE
                       ADD 6 TO WS-IN-POS
                   WHEN WS-FOUND-TEXT (WS-IN-POS:8) = '<SCHOOL>'
                       MOVE SP-SCHOOL-NAME TO WS-TOKEN-VALUE
                       PERFORM APPEND-TOKEN-VALUE
                       ADD 8 TO WS-IN-POS
                   WHEN WS-FOUND-TEXT (WS-IN-POS:8) = '<DETAIL>'
                       MOVE SQ-DETAIL TO WS-TOKEN-VALUE
                       PERFORM APPEND-TOKEN-VALUE
                       ADD 8 TO WS-IN-POS
                   WHEN OTHER
                       IF WS-OUT-POS <= 300
                           MOVE WS-FOUND-TEXT (WS-IN-POS:1) TO
                               WS-BUILD (WS-OUT-POS:1)
                           ADD 1 TO WS-OUT-POS
                       END-IF
                       ADD 1 TO WS-IN-POS
               END-EVALUATE
           END-PERFORM.
           COMPUTE SQ-TEXT-LENGTH = WS-OUT-POS - 1.
           MOVE WS-BUILD (1:160) TO SQ-TEXT.
           IF SQ-TEXT-LENGTH > 160
               SET SQ-OVER-LIMIT TO TRUE
           ELSE
               SET SQ-FROM-TEMPLATE TO TRUE
           END-IF.

       APPEND-TOKEN-VALUE.
           PERFORM MEASURE-TOKEN-VALUE.
           IF WS-TOKEN-LENGTH > ZERO
               AND WS-OUT-POS + WS-TOKEN-LENGTH <= 301
               MOVE WS-TOKEN-VALUE (1:WS-TOKEN-LENGTH) TO
                   WS-BUILD (WS-OUT-POS:WS-TOKEN-LENGTH)
               ADD WS-TOKEN-LENGTH TO WS-OUT-POS
           END-IF.

       MEASURE-TOKEN-VALUE.
           MOVE 30 TO WS-TOKEN-LENGTH.
           PERFORM UNTIL WS-TOKEN-LENGTH = ZERO
                   OR WS-TOKEN-VALUE (WS-TOKEN-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TOKEN-LENGTH
           END-PERFORM.
      ** add other procedures here
       END PROGRAM SMSTEXT.
