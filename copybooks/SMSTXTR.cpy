      ******************************************************************
      * SMSTXTR - request area passed to the SMSTEXT routine by every
      * program that writes SMS.FEED. The caller sets the message type,
      * the student and whatever substitution values it has; SMSTEXT
      * returns the filled-in text for SMS-TEXT. A space language
      * takes the student's language from SMSLANG.DAT ('EN' when none
      * is recorded), and a space name or class is read from the
      * student master. A zero date fills in today's date.
      ******************************************************************
       01 SMS-TEXT-REQUEST.
             02 SQ-MSG-TYPE        PIC X(04).
             02 SQ-LANGUAGE        PIC X(02).
             02 SQ-STU-NO          PIC 9(05).
             02 SQ-STU-NAME        PIC X(15).
             02 SQ-CLASS           PIC X(05).
             02 SQ-AMOUNT          PIC 9(07)V99.
             02 SQ-DATE            PIC 9(08).
             02 SQ-DETAIL          PIC X(30).
             02 SQ-TEXT            PIC X(160).
             02 SQ-TEXT-LENGTH     PIC 9(03).
      * Gateway limit is 160 characters; a longer fill is cut at 160
      * and flagged so the preview report can show it.
             02 SQ-RESULT          PIC X(01).
                 88 SQ-FROM-TEMPLATE    VALUE 'T'.
                 88 SQ-OVER-LIMIT       VALUE 'L'.
                 88 SQ-NO-TEMPLATE      VALUE 'N'.
