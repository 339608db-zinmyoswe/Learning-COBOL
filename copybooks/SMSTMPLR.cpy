      ******************************************************************
      * SMSTMPLR - SMS message template on SMSTMPL.DAT, one per message
      * type and language, maintained on the SMSTMPL desk. SMT-TEXT
      * is the message wording with substitution tokens that SMSTEXT
      * fills in for each message:
      *     <NAME>   student name          <CLASS>  class/section
      *     <AMOUNT> amount (fees etc.)    <DATE>   date DD-MM-YYYY
      *     <SCHOOL> school name from the SCHPROF profile
      *     <DETAIL> the sending program's own detail text
      * A message type with no template in the student's language
      * falls back to the 'EN' template, and with none at all the
      * detail text alone is sent as before.
      ******************************************************************
       01 SMS-TEMPLATE-RECORD.
             02 SMT-KEY.
                 03 SMT-MSG-TYPE     PIC X(04).
                 03 SMT-LANGUAGE     PIC X(02).
             02 SMT-DESCRIPTION    PIC X(20).
             02 SMT-TEXT           PIC X(160).
             02 SMT-UPDATED-BY     PIC X(08).
             02 SMT-UPDATED-DATE   PIC 9(08).
