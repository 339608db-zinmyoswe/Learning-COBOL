      * caller: date/time, the operator id keyed, the calling
      * program, the workstation id from the WORKSTN.DAT card and the
      * outcome - S signed on, F failed attempt, L locked out, P
      * password changed. MARKAUTH adds an X record for each marks
      * entry or correction refused because the subject, class and
      * section are not the operator's, carrying the subject, class
      * and section keyed (blank on sign-on records). The SECVIOL
      * security report reads this for lockouts, after-hours
      * sign-ons, repeated failures and refused marks access.
      ******************************************************************
       01 SESSION-JOURNAL-RECORD.
             02 JT-DATE         PIC 9(08).
                 88 JT-FAILED        VALUE 'F'.
                 88 JT-LOCKED-OUT    VALUE 'L'.
                 88 JT-PWD-CHANGED   VALUE 'P'.
                 88 JT-MARKS-REFUSED VALUE 'X'.
             02 JT-SUBJ-CODE    PIC X(04).
             02 JT-CLASS        PIC 9(02).
             02 JT-SECTION      PIC X(01).
