      ******************************************************************
      * PTMSLOTR - parent-teacher meeting slot record on PTMSLOT.DAT,
      * one 10-minute guardian slot per student per PTM date with the
      * CLSTCHR.DAT class teacher. Booked by PTMDESK class by class,
      * at-risk students first: PS-RISK-REASON carries why the slot
      * was given priority (open PROBATN.DAT case, fee arrears on
      * FEELEDGR.DAT, or both). PS-INVITE-STATUS records whether the
      * SMS.FEED invitation went to the guardian primary phone or was
      * held over the PTMI category's monthly SMS quota. Read
      * by the PTMTURN turnout report with the PTMATTND.DAT marks.
      ******************************************************************
       01 PTM-SLOT-RECORD.
             02 PS-PTM-DATE      PIC 9(08).
             02 PS-CLASS         PIC 9(02).
             02 PS-SECTION       PIC X(01).
             02 PS-SLOT-TIME     PIC 9(04).
             02 PS-STU-NO        PIC 9(05).
             02 PS-TEACHER-ID    PIC 9(04).
             02 PS-RISK-REASON   PIC X(01).
                 88 PS-ON-PROBATION  VALUE 'P'.
                 88 PS-FEE-ARREARS   VALUE 'F'.
                 88 PS-PROBATION-AND-ARREARS VALUE 'B'.
                 88 PS-AT-RISK       VALUE 'P' 'F' 'B'.
             02 PS-INVITE-STATUS PIC X(01).
                 88 PS-INVITE-SENT   VALUE 'S'.
                 88 PS-OPTED-OUT     VALUE 'O'.
                 88 PS-NO-PHONE      VALUE 'N'.
                 88 PS-INVITE-HELD   VALUE 'H'.
             02 PS-OPERATOR-ID   PIC X(08).
