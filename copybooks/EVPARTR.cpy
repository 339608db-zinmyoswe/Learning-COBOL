      ******************************************************************
      * EVPARTR - one student going on an EVENTS.DAT event, on
      * EVPART.DAT. EVNTDESK enrols the students by class and section
      * or one STU-NO at a time, records the guardian's consent (the
      * guardian must be one of the student's GUARDIAN.DAT entries),
      * charges the event cost to FEELEDGR.DAT for consenting students
      * only (EP-FEE-CHARGED, so no one is charged twice) and posts
      * them on-duty ('D') on ATTDAILY.DAT for each working day of the
      * event (EP-DUTY-POSTED), so they are not marked absent.
      ******************************************************************
       01 EVENT-PARTICIPANT-RECORD.
             02 EP-EVENT-NO        PIC 9(05).
             02 EP-STU-NO          PIC 9(05).
             02 EP-CLASS           PIC 9(02).
             02 EP-SECTION         PIC X(01).
             02 EP-CONSENT         PIC X(01).
                 88 EP-CONSENT-PENDING  VALUE SPACE.
                 88 EP-CONSENT-GIVEN    VALUE 'Y'.
                 88 EP-CONSENT-REFUSED  VALUE 'N'.
             02 EP-CONSENT-DATE    PIC 9(08).
             02 EP-CONSENT-FROM    PIC X(15).
             02 EP-CHARGED         PIC X(01).
                 88 EP-FEE-CHARGED      VALUE 'Y'.
             02 EP-CHARGE-DATE     PIC 9(08).
             02 EP-DUTY-FLAG       PIC X(01).
                 88 EP-DUTY-POSTED      VALUE 'Y'.
             02 EP-OPERATOR-ID     PIC X(08).
